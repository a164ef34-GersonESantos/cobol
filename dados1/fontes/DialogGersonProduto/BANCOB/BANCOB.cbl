000080*DE CADA DETALHE SOBRE O TITULO ABERTO CORRESPONDENTE, COM      *
000090*RELATORIO DE REJEICAO EM RELATO PARA AS LINHAS QUE NAO CASAM   *
000100*COM TITULO ABERTO NENHUM. TUDO FICA NO LOG DE OPERACOES.       *
      *NOTA PARCELADA: CADA PARCELA E UM TITULO DE COBRANCA E O NOSSO *
      *NUMERO PASSA A NOTA + PARCELA (8 DIGITOS) NA REMESSA E NO      *
      *RETORNO.                                                       *
      *PAGAMENTO APOS O VENCIMENTO E A CARENCIA: O VALOR DO RETORNO   *
      *QUITA PRIMEIRO OS JUROS E A MULTA CALCULADOS ATE A DATA DO     *
      *PAGAMENTO (PARAMETROS DE ACECE) E O RESTO ABATE O PRINCIPAL;   *
      *OS ENCARGOS FICAM REGISTRADOS A PARTE EM ACEJM.                *
      *CADA BAIXA DO RETORNO ENTRA COMO CREDITO NO MOVIMENTO BANCARIO *
      *(ACEMB) DA CONTA DE COBRANCA, PARA A CONCILIACAO DO EXTRATO.   *
      *TITULO QUE VENCE EM SABADO, DOMINGO OU FERIADO DA PRACA DO     *
      *CLIENTE (CALENDARIO ACEFE) VAI NA REMESSA JA COM O VENCIMENTO  *
      *NO DIA UTIL SEGUINTE, GRAVADO TAMBEM NO TITULO PARA OS JUROS.  *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. BANCOB.
000130 ENVIRONMENT DIVISION.
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELJM".
       COPY "C:\Repo2024\cobol\dados1\book\SELBC".
       COPY "C:\Repo2024\cobol\dados1\book\SELMB".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
           SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS Cid-Codigo
                  FILE STATUS  IS FS-CID.
000200     SELECT Arquivo-Remessa ASSIGN TO WS-Arq-Remessa
000210            ORGANIZATION IS LINE SEQUENTIAL
000220            FILE STATUS  IS FS-REM.
000320 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDJM".
       COPY "C:\Repo2024\cobol\dados1\book\FDBC".
       COPY "C:\Repo2024\cobol\dados1\book\FDMB".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
       FD Arquivo-Cidade.
       01 Registro-Cidade.
         02 Cid-Codigo         Pic 9(05).
         02 Cidade             Pic x(30).
         02 DDD-Cidade         Pic 9(04).
         02 Cid-Cod-Municipio  Pic 9(07).
         02 Cid-Estado         Pic x(02).
         02 Cid-CEP            Pic 9(08).
         02 Cid-Status         Pic x(01).
            88 Cid-Status-Ativa    value "A".
            88 Cid-Status-Inativa  value "I".
         02 Cid-Versao         Pic 9(14).
000340 FD  Arquivo-Remessa
000350     RECORD CONTAINS 80 CHARACTERS.
000360 01  Linha-Remessa         PIC X(80).
000380     RECORD CONTAINS 80 CHARACTERS.
000390 01  Linha-Retorno.
000400     03  RET-TIPO          PIC X(01).
000410     03  RET-NOSSONUM      PIC 9(08).
           03  RET-NOSSONUM-R    REDEFINES RET-NOSSONUM.
               05  RET-NOSSO-NF  PIC 9(06).
               05  RET-NOSSO-PARC PIC 9(02).
000420     03  RET-DATAPAGTO     PIC 9(08).
000430     03  RET-VALORPAGO     PIC 9(11)V99.
000440     03  FILLER            PIC X(50).
000450 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000460 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYJMWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REM                PIC X(02) VALUE "00".
       01  FS-RET                PIC X(02) VALUE "00".
       01  FS-CID                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-BANCOB         PIC X(01) VALUE "N".
       01  WS-TOT-REMESSA        PIC 9(11)V99.
       01  WS-QTD-BAIXADOS       PIC 9(06).
       01  WS-QTD-REJEITADOS     PIC 9(06).
       01  WS-TOT-ENCARGOS       PIC 9(09)V99.

      *LAYOUT FIXO DA REMESSA (80 COLUNAS).
       01  WS-REM-HEADER.

       01  WS-REM-DETALHE.
           03  FILLER            PIC X(01) VALUE "1".
           03  DET-NOSSONUM.
               05  DET-NOSSO-NF  PIC 9(06).
               05  DET-NOSSO-PARC PIC 9(02).
           03  DET-CLI           PIC 9(06).
           03  DET-CNPJ          PIC 9(14).
           03  DET-NOME          PIC X(30).
           03  DET-VENCTO        PIC 9(08).
           03  DET-VALOR         PIC 9(11)V99.

       01  WS-REM-TRAILER.
           03  FILLER            PIC X(01) VALUE "9".
           03  FILLER            PIC X(60) VALUE SPACES.

       01  WS-LINHA-REJ.
           03  REJ-NOSSONUM      PIC 9(08).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  REJ-VALOR         PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  TOT-BAIXADOS      PIC Z(05)9.
           03  FILLER            PIC X(14) VALUE "  REJEITADOS: ".
           03  TOT-REJEITADOS    PIC Z(05)9.
           03  FILLER            PIC X(22) VALUE
               "  ENCARGOS RECEBIDOS: ".
           03  TOT-ENCARGOS      PIC ZZZZZZZZ9.99.

      *---------------------------------------------------------------*

               MOVE "S" TO WS-FIM-BANCOB
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM CARREGA-PARAM-ENCARGOS THRU
               SAI-CARREGA-PARAM-ENCARGOS
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-BANCOB
           END-IF
           OPEN I-O ACERC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERC
               OPEN I-O ACERC
           END-IF
           OPEN INPUT ACECL
           OPEN I-O ACEJM
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEJM
               CLOSE ACEJM
               OPEN I-O ACEJM
           END-IF
           PERFORM ABRE-ARQUIVOS-BANCO THRU SAI-ABRE-ARQUIVOS-BANCO
           MOVE "C" TO WS-Mb-Uso
           OPEN EXTEND Arquivo-Log
           MOVE "BANCOB" TO WS-Log-Programa
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "COBRANCA BANCARIA - REJEICOES " TO WS-Rel-Titulo
           MOVE "BANCOB" TO WS-Rel-Id
               MOVE WS-Rel-Empresa TO HDR-EMPRESA
               WRITE Linha-Remessa FROM WS-REM-HEADER
               MOVE "N" TO WS-FIM-TITULOS
               MOVE ZEROS TO RC-CHAVE
               START ACERC KEY IS NOT LESS RC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TITULOS
               END-START

      *---------------------------------------------------------------*

      *CADA PARCELA DA NOTA E UM TITULO DE COBRANCA PROPRIO: O NOSSO
      *NUMERO LEVA A NOTA E A PARCELA, E O RETORNO BAIXA A PARCELA.
       Remete-Titulo SECTION.
           MOVE RC-NFNUM   TO DET-NOSSO-NF
           MOVE RC-PARCELA TO DET-NOSSO-PARC
           MOVE RC-CLI    TO DET-CLI
           MOVE RC-CLI    TO CLI-CODIGO
           MOVE RC-VENCTO TO WS-Du-Data
           MOVE SPACES    TO WS-Du-Uf
           MOVE ZERO      TO WS-Du-Cidade
           READ ACECL
               INVALID KEY
                   MOVE ZEROS  TO DET-CNPJ
               NOT INVALID KEY
                   MOVE CLI-CNPJ TO DET-CNPJ
                   MOVE CLI-NOME TO DET-NOME
                   PERFORM Busca-Praca-Cliente
           END-READ
           MOVE "00" TO FS
           PERFORM PROXIMO-DIA-UTIL THRU SAI-PROXIMO-DIA-UTIL
           MOVE WS-Du-Data TO RC-VENCTO
           MOVE RC-VENCTO TO DET-VENCTO
           COMPUTE DET-VALOR = RC-VALOR - RC-VALORPAGO
           WRITE Linha-Remessa FROM WS-REM-DETALHE
           REWRITE REG-RC
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR TITULO REMETIDO: "
                           RC-NFNUM "/" RC-PARCELA
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *BUSCA-PRACA-CLIENTE - CIDADE E UF DO CLIENTE PARA O CALENDARIO
      *DE FERIADOS (CPYDUPG): FERIADO ESTADUAL OU MUNICIPAL DA PRACA
      *TAMBEM ADIA O VENCIMENTO.
       Busca-Praca-Cliente SECTION.
           IF CLI-CIDADE IS NUMERIC AND CLI-CIDADE NOT = ZERO
               MOVE CLI-CIDADE TO WS-Du-Cidade
               OPEN INPUT Arquivo-Cidade
               IF FS-CID = "00"
                   MOVE CLI-CIDADE TO Cid-Codigo
                   READ Arquivo-Cidade
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Cid-Estado TO WS-Du-Uf
                   END-READ
                   CLOSE Arquivo-Cidade
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PROCESSA-RETORNO - CADA DETALHE "1" DO RETORNO BAIXA O
      *PAGAMENTO SOBRE O TITULO ABERTO DE MESMO NOSSO NUMERO; LINHA
                       FS-RET
           ELSE
               MOVE ZERO TO WS-QTD-BAIXADOS WS-QTD-REJEITADOS
                            WS-TOT-ENCARGOS
               PERFORM ESCOLHE-CONTA-BANCO THRU SAI-ESCOLHE-CONTA-BANCO
               PERFORM IMPRIME-CABECALHO-REL
                   THRU SAI-IMPRIME-CABECALHO-REL
               MOVE "N" TO WS-FIM-RETORNO
               CLOSE Arquivo-Retorno
               MOVE WS-QTD-BAIXADOS   TO TOT-BAIXADOS
               MOVE WS-QTD-REJEITADOS TO TOT-REJEITADOS
               MOVE WS-TOT-ENCARGOS   TO TOT-ENCARGOS
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-TOT
               ADD 1 TO WS-Rel-Linha
               DISPLAY "RETORNO PROCESSADO - BAIXADOS "
                       WS-QTD-BAIXADOS " REJEITADOS "
                       WS-QTD-REJEITADOS
               IF WS-TOT-ENCARGOS NOT = ZERO
                   DISPLAY "JUROS\MULTA RECEBIDOS NO RETORNO: "
                           WS-TOT-ENCARGOS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

      *O BANCO DEVOLVE O VALOR TOTAL PAGO PELO CLIENTE: A PARTE DOS
      *ENCARGOS DE ATRASO ATE A DATA DO PAGAMENTO SAI DELE ANTES DO
      *PRINCIPAL (APLICA-PAGAMENTO-ENCARGOS, CPYJMPG). NO RETORNO NAO
      *HA DISPENSA - ENCARGO NAO PAGO FICA EM ABERTO NO RELATORIO
      *MENSAL DE CTAREC.
       Baixa-Retorno SECTION.
           IF RET-NOSSONUM NOT NUMERIC
               PERFORM Rejeita-Retorno
           ELSE
               MOVE RET-NOSSO-NF   TO RC-NFNUM
               MOVE RET-NOSSO-PARC TO RC-PARCELA
               READ ACERC
                   INVALID KEY
                       PERFORM Rejeita-Retorno
                       IF NOT TITULO-ABERTO
                           PERFORM Rejeita-Retorno
                       ELSE
                           IF RET-DATAPAGTO NUMERIC
                              AND RET-DATAPAGTO NOT = ZERO
                               MOVE RET-DATAPAGTO TO WS-Jm-Data-Pagto
                           ELSE
                               MOVE WS-DATA-HOJE  TO WS-Jm-Data-Pagto
                           END-IF
                           PERFORM CALCULA-ENCARGOS
                               THRU SAI-CALCULA-ENCARGOS
                           MOVE ZERO          TO WS-Jm-Dispensa
                           MOVE RET-VALORPAGO TO WS-Jm-Valor-Pago
                           MOVE "B"           TO WS-Jm-Origem
                           PERFORM APLICA-PAGAMENTO-ENCARGOS
                               THRU SAI-APLICA-PAGAMENTO-ENCARGOS
                           MOVE WS-Jm-Data-Pagto TO RC-DATAPAGTO
                           IF RC-VALORPAGO NOT LESS RC-VALOR
                               MOVE "P" TO RC-SITUACAO
                           END-IF
                                   PERFORM Rejeita-Retorno
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-BAIXADOS
                                   ADD WS-Jm-Recebido
                                       TO WS-TOT-ENCARGOS
                                   PERFORM GRAVA-MOVIMENTO-ENCARGO
                                       THRU SAI-GRAVA-MOVIMENTO-ENCARGO
                                   PERFORM Lanca-Movimento-Banco
                           END-REWRITE
                       END-IF
               END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LANCA-MOVIMENTO-BANCO - UM CREDITO POR TITULO BAIXADO, NA DATA
      *DO PAGAMENTO; QUANDO O BANCO CREDITA O RETORNO NUM VALOR SO, A
      *CONCILIACAO MANUAL (CONCBAN) CASA A LINHA COM OS VARIOS
      *MOVIMENTOS.
       Lanca-Movimento-Banco SECTION.
           MOVE WS-Jm-Data-Pagto TO WS-Mb-Data
           MOVE "C"              TO WS-Mb-Tipo
           MOVE RET-VALORPAGO    TO WS-Mb-Valor
           MOVE "RB"             TO WS-Mb-Origem
           MOVE RC-CHAVE         TO WS-Mb-Documento
           MOVE SPACES           TO WS-Mb-Historico
           STRING "COBRANCA CLIENTE " DELIMITED BY SIZE
                  RC-CLI DELIMITED BY SIZE
               INTO WS-Mb-Historico
           END-STRING
           PERFORM GRAVA-MOVIMENTO-BANCO THRU SAI-GRAVA-MOVIMENTO-BANCO
           .

      *---------------------------------------------------------------*

       Rejeita-Retorno SECTION.
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           PERFORM FECHA-ARQUIVOS-BANCO THRU SAI-FECHA-ARQUIVOS-BANCO
           CLOSE ACERC ACECL ACEJM Arquivo-Log RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYJMPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
