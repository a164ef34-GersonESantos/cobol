000010*NFETRANS-NOTA FISCAL ELETRONICA. MODO 1 GERA O ARQUIVO DE      *
000020*TRANSMISSAO AO FISCO (arquivos\nfenvio.txt, LAYOUT FIXO:       *
000030*HEADER "0" COM O EMITENTE DE ACECE, CAPA "1" POR NOTA COM O    *
000040*CNPJ DO CLIENTE, O CODIGO IBGE DO MUNICIPIO (CLI-CIDADE ->     *
000050*Cid-Cod-Municipio), TOTAIS, TRANSPORTADORA E FRETE, ITEM "2"   *
000060*COM CODIGO, DESCRICAO, QUANTIDADE, PRECO,                      *
000070*CODTRI-15\ALIQ-15\VLRTRIB-15, E TRAILER "9" COM AS CONTAGENS)  *
000080*COM AS NOTAS EMITIDAS DE ACE14 A PARTIR DA DATA INFORMADA      *
000090*AINDA NAO TRANSMITIDAS OU REJEITADAS, MARCANDO-AS "T" EM       *
000100*ACEAU; NOTA CUJO CLIENTE NAO TEM CNPJ OU MUNICIPIO COM CODIGO  *
000110*IBGE FICA DE FORA E SAI NO RELATORIO. NOTA ESTORNADA QUE       *
000120*CONTINUA AUTORIZADA (CANCELAMENTO REJEITADO) GERA DE NOVO O    *
000130*EVENTO DE CANCELAMENTO. MODO 2 IMPORTA O RETORNO DA            *
000140*AUTORIZACAO (arquivos\nferetorno.txt), GUARDANDO CHAVE DE      *
000150*ACESSO E PROTOCOLO NA NOTA EM ACEAU; AUTORIZACAO DE NOTA JA    *
000160*ESTORNADA GERA NA HORA O EVENTO DE CANCELAMENTO. LINHA SEM     *
000170*NOTA CORRESPONDENTE E REJEICAO DO FISCO SAEM NO RELATORIO.     *
000180*MODO 3 E O RELATORIO DE FIM DE DIA DAS NOTAS AINDA NAO         *
000190*AUTORIZADAS (NAO TRANSMITIDAS, AGUARDANDO RETORNO, REJEITADAS) *
000200*E DOS CANCELAMENTOS PENDENTES. GERAR E IMPORTAR EXIGEM NIVEL   *
000210*DE MANUTENCAO. TUDO FICA NO LOG.                               *
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. NFETRANS.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELTP".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELAU".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELCN".
000340 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000350 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000360 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000370 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000380     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE  IS DYNAMIC
000410            RECORD KEY   IS Cid-Codigo
000420            FILE STATUS  IS FS-CID.
000430     SELECT Arquivo-Envio ASSIGN TO WS-Arq-NfeEnvio
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS  IS FS-ENV.
000460     SELECT Arquivo-Retorno ASSIGN TO WS-Arq-NfeRetorno
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS  IS FS-RET.
000490     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000500                    FILE STATUS IS FS-REL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000540 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000550 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000560 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000570 COPY "C:\Repo2024\cobol\dados1\book\FDTP".
000580 COPY "C:\Repo2024\cobol\dados1\book\FDAU".
000590 COPY "C:\Repo2024\cobol\dados1\book\FDCN".
000600 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000610 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000620 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000630 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000640 FD Arquivo-Cidade.
000650 01 Registro-Cidade.
000660   02 Cid-Codigo         Pic 9(05).
000670   02 Cidade             Pic x(30).
000680   02 DDD-Cidade         Pic 9(04).
000690   02 Cid-Cod-Municipio  Pic 9(07).
000700   02 Cid-Estado         Pic x(02).
000710   02 Cid-CEP            Pic 9(08).
000720   02 Cid-Status         Pic x(01).
000730      88 Cid-Status-Ativa    value "A".
000740      88 Cid-Status-Inativa  value "I".
000750   02 Cid-Versao         Pic 9(14).
000760 FD  Arquivo-Envio
000770     RECORD CONTAINS 220 CHARACTERS.
000780 01  Linha-Envio           PIC X(220).
000790 FD  Arquivo-Retorno
000800     RECORD CONTAINS 130 CHARACTERS.
000810 01  Linha-Retorno.
000820     03  RNF-TIPO          PIC X(01).
000830*1 = AUTORIZACAO DE NOTA - 2 = EVENTO DE CANCELAMENTO
000840     03  RNF-NOTA          PIC 9(06).
000850     03  RNF-STATUS        PIC X(01).
000860*A = AUTORIZADO\HOMOLOGADO - R = REJEITADO
000870     03  RNF-CHAVE         PIC X(44).
000880     03  RNF-PROTOCOLO     PIC X(15).
000890     03  RNF-DATA          PIC 9(08).
000900     03  RNF-HORA          PIC 9(06).
000910     03  RNF-MOTIVO        PIC X(40).
000920     03  FILLER            PIC X(09).
000930 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000940 WORKING-STORAGE SECTION.
000950 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000960 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000970 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000980 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000990 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
001000 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
001010 COPY "C:\Repo2024\cobol\dados1\book\CPYNFWS".

       01  FS-CID                PIC X(02) VALUE "00".
       01  FS-ENV                PIC X(02) VALUE "00".
       01  FS-RET                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-NFETRANS       PIC X(01) VALUE "N".
           88  FIM-NFETRANS      VALUE "S".
       01  WS-FIM-NOTAS          PIC X(01).
           88  FIM-NOTAS         VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-RETORNO        PIC X(01).
           88  FIM-RETORNO       VALUE "S".
       01  WS-CIDADE-DISPONIVEL  PIC X(01) VALUE "N".
           88  CIDADE-DISPONIVEL VALUE "S".
       01  WS-TEM-AU             PIC X(01).
           88  TEM-AU            VALUE "S".
       01  WS-NOTA-OK            PIC X(01).
           88  NOTA-OK           VALUE "S".
       01  WS-REENVIA            PIC X(01).
           88  REENVIA-PENDENTES VALUE "S" "s".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-HORA-AGORA         PIC 9(08).
       01  WS-DATA-INICIAL       PIC 9(08).
       01  WS-MUNICIPIO          PIC 9(07).
       01  WS-UF                 PIC X(02).
       01  WS-MOTIVO             PIC X(38).
       01  WS-QTD-NOTAS          PIC 9(06).
       01  WS-QTD-ITENS          PIC 9(07).
       01  WS-QTD-RECUSADAS      PIC 9(06).
       01  WS-QTD-EVENTOS        PIC 9(06).
       01  WS-QTD-AUTORIZADAS    PIC 9(06).
       01  WS-QTD-REJEITADAS     PIC 9(06).
       01  WS-QTD-HOMOLOGADOS    PIC 9(06).
       01  WS-QTD-SEM-NOTA       PIC 9(06).
       01  WS-QTD-PENDENTES      PIC 9(06).
       01  WS-TOT-ENVIO          PIC 9(12)V99.
       01  WS-DATA-AUX           PIC 9(08).
       01  WS-DATA-AUX-G REDEFINES WS-DATA-AUX.
           03  WS-AUX-ANO        PIC 9(04).
           03  WS-AUX-MES        PIC 9(02).
           03  WS-AUX-DIA        PIC 9(02).

      *LAYOUT FIXO DO ARQUIVO DE TRANSMISSAO (220 COLUNAS).
       01  WS-ENV-HEADER.
           03  FILLER            PIC X(01) VALUE "0".
           03  HDR-DATA          PIC 9(08).
           03  HDR-HORA          PIC 9(06).
           03  HDR-EMPRESA       PIC 9(02).
           03  HDR-RAZAO         PIC X(40).
           03  FILLER            PIC X(163) VALUE SPACES.

       01  WS-ENV-CAPA.
           03  FILLER            PIC X(01) VALUE "1".
           03  CAP-NOTA          PIC 9(06).
           03  CAP-DATA          PIC 9(08).
           03  CAP-EMPRESA       PIC 9(02).
           03  CAP-RAZAO         PIC X(40).
           03  CAP-CLI           PIC 9(06).
           03  CAP-CNPJ          PIC 9(14).
           03  CAP-NOME          PIC X(40).
           03  CAP-MUNICIPIO     PIC 9(07).
           03  CAP-UF            PIC X(02).
           03  CAP-TOTAL         PIC 9(10)V99.
           03  CAP-TOTTRIB       PIC 9(10)V99.
           03  CAP-TRANSP        PIC 9(04).
           03  CAP-TRANSP-NOME   PIC X(30).
           03  CAP-FRETE         PIC 9(08)V99.
           03  FILLER            PIC X(26) VALUE SPACES.

       01  WS-ENV-ITEM.
           03  FILLER            PIC X(01) VALUE "2".
           03  ITM-NOTA          PIC 9(06).
           03  ITM-SEQ           PIC 9(03).
           03  ITM-COD           PIC 9(06).
           03  ITM-DESC          PIC X(60).
           03  ITM-UND           PIC X(04).
           03  ITM-QTDE          PIC 9(07)V9(03).
           03  ITM-PRECO         PIC 9(08)V99.
           03  ITM-CODTRI        PIC 9(01).
           03  ITM-ALIQ          PIC 9(03)V99.
           03  ITM-VLRTRIB       PIC 9(08)V99.
           03  FILLER            PIC X(104) VALUE SPACES.

       01  WS-ENV-TRAILER.
           03  FILLER            PIC X(01) VALUE "9".
           03  TRL-NOTAS         PIC 9(06).
           03  TRL-ITENS         PIC 9(07).
           03  TRL-TOTAL         PIC 9(12)V99.
           03  FILLER            PIC X(192) VALUE SPACES.

       01  WS-LINHA-DET.
           03  DET-NOTA          PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-DATA.
               05  DET-DIA       PIC 9(02).
               05  FILLER        PIC X(01) VALUE "/".
               05  DET-MES       PIC 9(02).
               05  FILLER        PIC X(01) VALUE "/".
               05  DET-ANO       PIC 9(04).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-CLI           PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-TOTAL         PIC ZZZZZZZ9.99.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-MOTIVO        PIC X(38).

       01  WS-LINHA-RET.
           03  RDT-TIPO          PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RDT-NOTA          PIC X(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  RDT-MOTIVO        PIC X(70) VALUE SPACES.

       01  WS-LINHA-TOT          PIC X(80).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-NFETRANS
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-NFETRANS
           END-IF
           MOVE "ACE14" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-NFETRANS
           END-IF
           MOVE "ACE15" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-NFETRANS
           END-IF
           OPEN INPUT ACE01
           OPEN INPUT ACE14
           IF FS NOT = "00"
               DISPLAY "NFETRANS - ARQUIVO DE NOTAS (ACE14) NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-NFETRANS
           END-IF
           OPEN INPUT ACE15
           OPEN INPUT ACECL
           OPEN INPUT ACETP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACETP
               CLOSE ACETP
               OPEN INPUT ACETP
           END-IF
           OPEN I-O ACEAU
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEAU
               CLOSE ACEAU
               OPEN I-O ACEAU
           END-IF
           MOVE "00" TO FS
           OPEN INPUT Arquivo-Cidade
           IF FS-CID = "00"
               MOVE "S" TO WS-CIDADE-DISPONIVEL
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "NFETRANS" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "NFETRANS" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "NFETRANS - 1=GERAR ARQUIVO DE TRANSMISSAO "
                   "2=IMPORTAR RETORNO"
           DISPLAY "           3=NOTAS NAO AUTORIZADAS 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF Oper-Pode-Manter
                       PERFORM Gera-Transmissao
                   ELSE
                       DISPLAY "OPERADOR SEM NIVEL PARA GERAR A "
                               "TRANSMISSAO."
                   END-IF
               WHEN 2
                   IF Oper-Pode-Manter
                       PERFORM Importa-Retorno
                   ELSE
                       DISPLAY "OPERADOR SEM NIVEL PARA IMPORTAR O "
                               "RETORNO."
                   END-IF
               WHEN 3
                   PERFORM Relatorio-Pendentes
               WHEN 0
                   MOVE "S" TO WS-FIM-NFETRANS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *INFORMA-DATA-INICIAL - NOTAS ANTERIORES A DATA NAO ENTRAM (AS
      *EMITIDAS ANTES DA NOTA ELETRONICA NUNCA VAO AO FISCO). ZERO =
      *SO AS DE HOJE.
       Informa-Data-Inicial SECTION.
           DISPLAY "DATA INICIAL DAS NOTAS (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-INICIAL
           IF WS-DATA-INICIAL = ZERO OR WS-DATA-INICIAL > WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-DATA-INICIAL
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Autorizacao SECTION.
           MOVE "N" TO WS-TEM-AU
           MOVE NF-NUM TO AU-NUM
           READ ACEAU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-AU
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GERA-TRANSMISSAO - NOTA EMITIDA SEM REGISTRO EM ACEAU OU
      *REJEITADA VAI PARA O ARQUIVO; A JA TRANSMITIDA SEM RETORNO SO
      *VAI DE NOVO A PEDIDO (ARQUIVO ANTERIOR PERDIDO). O ARQUIVO E
      *REFEITO A CADA GERACAO - O TRANSMISSOR LEVA O ANTERIOR ANTES.
       Gera-Transmissao SECTION.
           PERFORM Informa-Data-Inicial
           DISPLAY "REENVIAR AS NOTAS JA TRANSMITIDAS AINDA SEM "
                   "RETORNO (S/N)? "
           ACCEPT WS-REENVIA
           OPEN OUTPUT Arquivo-Envio
           IF FS-ENV NOT = "00"
               DISPLAY "NFETRANS - ERRO AO CRIAR O ARQUIVO DE "
                       "TRANSMISSAO: " FS-ENV
           ELSE
               MOVE ZERO TO WS-QTD-NOTAS WS-QTD-ITENS WS-QTD-RECUSADAS
                            WS-QTD-EVENTOS WS-TOT-ENVIO
               MOVE "TRANSMISSAO NOTA ELETRONICA  " TO WS-Rel-Titulo
               PERFORM IMPRIME-CABECALHO-REL
                   THRU SAI-IMPRIME-CABECALHO-REL
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-DATA-HOJE       TO HDR-DATA
               MOVE WS-HORA-AGORA(1:6) TO HDR-HORA
               MOVE WS-Arq-Empresa     TO HDR-EMPRESA
               MOVE WS-Rel-Empresa     TO HDR-RAZAO
               WRITE Linha-Envio FROM WS-ENV-HEADER
               MOVE "N" TO WS-FIM-NOTAS
               MOVE ZERO TO NF-NUM
               START ACE14 KEY IS NOT LESS NF-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-NOTAS
               END-START
               PERFORM UNTIL FIM-NOTAS
                   READ ACE14 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-NOTAS
                       NOT AT END
                           IF NF-DATA NOT < WS-DATA-INICIAL
                               PERFORM Seleciona-Nota-Envio
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
               MOVE WS-QTD-NOTAS TO TRL-NOTAS
               MOVE WS-QTD-ITENS TO TRL-ITENS
               MOVE WS-TOT-ENVIO TO TRL-TOTAL
               WRITE Linha-Envio FROM WS-ENV-TRAILER
               CLOSE Arquivo-Envio
               MOVE SPACES TO WS-LINHA-TOT
               STRING "NOTAS TRANSMITIDAS: " WS-QTD-NOTAS
                      "  FORA DO ARQUIVO: " WS-QTD-RECUSADAS
                      "  CANCELAMENTOS: " WS-QTD-EVENTOS
                   DELIMITED BY SIZE INTO WS-LINHA-TOT
               END-STRING
               PERFORM Escreve-Relato
               MOVE "GERA-NFE"   TO WS-Log-Funcao
               MOVE WS-QTD-NOTAS TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "ARQUIVO DE TRANSMISSAO GERADO COM "
                       WS-QTD-NOTAS " NOTAS (" WS-QTD-RECUSADAS
                       " FORA, VER RELATORIO)."
               IF WS-QTD-EVENTOS NOT = ZERO
                   DISPLAY "EVENTOS DE CANCELAMENTO GERADOS: "
                           WS-QTD-EVENTOS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Seleciona-Nota-Envio SECTION.
           PERFORM Le-Autorizacao
           IF NF-CANCELADA
               IF TEM-AU AND NFE-AUTORIZADA
                   PERFORM GRAVA-EVENTO-CANCELAMENTO THRU
                       SAI-GRAVA-EVENTO-CANCELAMENTO
                   IF Nf-Evento-Gerado
                       ADD 1 TO WS-QTD-EVENTOS
                   END-IF
               END-IF
           ELSE
               IF NOT TEM-AU OR NFE-REJEITADA
                  OR (NFE-TRANSMITIDA AND REENVIA-PENDENTES)
                   PERFORM Valida-Nota-Envio
                   IF NOTA-OK
                       PERFORM Grava-Nota-Envio
                   ELSE
                       ADD 1 TO WS-QTD-RECUSADAS
                       PERFORM Imprime-Nota-Motivo
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *VALIDA-NOTA-ENVIO - O FISCO RECUSA DESTINATARIO SEM CNPJ\CPF
      *OU SEM MUNICIPIO: A NOTA NEM VAI, SAI NO RELATORIO PARA
      *ACERTO DO CADASTRO.
       Valida-Nota-Envio SECTION.
           MOVE "S" TO WS-NOTA-OK
           MOVE ZERO   TO WS-MUNICIPIO
           MOVE SPACES TO WS-UF WS-MOTIVO
           MOVE NF-CLI TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   MOVE "N" TO WS-NOTA-OK
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
           END-READ
           MOVE "00" TO FS
           IF NOTA-OK
               IF CLI-CNPJ NOT NUMERIC OR CLI-CNPJ = ZERO
                   MOVE "N" TO WS-NOTA-OK
                   MOVE "CLIENTE SEM CNPJ\CPF" TO WS-MOTIVO
               END-IF
           END-IF
           IF NOTA-OK
               IF CIDADE-DISPONIVEL AND CLI-CIDADE NUMERIC
                  AND CLI-CIDADE NOT = ZERO
                   MOVE CLI-CIDADE TO Cid-Codigo
                   READ Arquivo-Cidade
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF Cid-Cod-Municipio NUMERIC
                               MOVE Cid-Cod-Municipio TO WS-MUNICIPIO
                           END-IF
                           MOVE Cid-Estado TO WS-UF
                   END-READ
                   MOVE "00" TO FS-CID
               END-IF
               IF WS-MUNICIPIO = ZERO
                   MOVE "N" TO WS-NOTA-OK
                   MOVE "CIDADE DO CLIENTE SEM CODIGO IBGE"
                       TO WS-MOTIVO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Nota-Envio SECTION.
           MOVE NF-NUM         TO CAP-NOTA
           MOVE NF-DATA        TO CAP-DATA
           MOVE WS-Arq-Empresa TO CAP-EMPRESA
           MOVE WS-Rel-Empresa TO CAP-RAZAO
           MOVE NF-CLI         TO CAP-CLI
           MOVE CLI-CNPJ       TO CAP-CNPJ
           MOVE CLI-NOME       TO CAP-NOME
           MOVE WS-MUNICIPIO   TO CAP-MUNICIPIO
           MOVE WS-UF          TO CAP-UF
           MOVE NF-TOTAL       TO CAP-TOTAL
           MOVE NF-TOTTRIB     TO CAP-TOTTRIB
           MOVE ZERO           TO CAP-TRANSP CAP-FRETE
           MOVE SPACES         TO CAP-TRANSP-NOME
           IF NF-TRANSP NUMERIC AND NF-TRANSP NOT = ZERO
               MOVE NF-TRANSP TO CAP-TRANSP TP-CODIGO
               READ ACETP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TP-NOME TO CAP-TRANSP-NOME
               END-READ
               MOVE "00" TO FS
           END-IF
           IF NF-FRETE NUMERIC
               MOVE NF-FRETE TO CAP-FRETE
           END-IF
           WRITE Linha-Envio FROM WS-ENV-CAPA
           ADD 1 TO WS-QTD-NOTAS
           ADD NF-TOTAL TO WS-TOT-ENVIO
           MOVE "N" TO WS-FIM-ITENS
           MOVE NF-NUM TO NF-NUM-15
           MOVE ZERO   TO SEQ-15
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NF-NUM-15 NOT = NF-NUM
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           PERFORM Grava-Item-Envio
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF TEM-AU
               MOVE "T"          TO AU-SITUACAO
               MOVE WS-DATA-HOJE TO AU-DATA-ENVIO
               REWRITE REG-AU
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR NOTA TRANSMITIDA: "
                               NF-NUM
               END-REWRITE
           ELSE
               MOVE SPACES       TO REG-AU
               MOVE NF-NUM       TO AU-NUM
               MOVE "T"          TO AU-SITUACAO
               MOVE WS-DATA-HOJE TO AU-DATA-ENVIO
               MOVE ZERO         TO AU-DATA-AUT AU-HORA-AUT
                                    AU-DATA-CANC
               WRITE REG-AU
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR NOTA TRANSMITIDA: "
                               NF-NUM
               END-WRITE
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Item-Envio SECTION.
           MOVE NF-NUM-15  TO ITM-NOTA
           MOVE SEQ-15     TO ITM-SEQ
           MOVE COD-15     TO ITM-COD
           MOVE QTDE-15    TO ITM-QTDE
           MOVE PRECO-15   TO ITM-PRECO
           MOVE CODTRI-15  TO ITM-CODTRI
           MOVE ALIQ-15    TO ITM-ALIQ
           MOVE VLRTRIB-15 TO ITM-VLRTRIB
           MOVE COD-15     TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO ITM-DESC
                   MOVE SPACES TO ITM-UND
               NOT INVALID KEY
                   MOVE DESC-01 TO ITM-DESC
                   MOVE UND-01  TO ITM-UND
      *ITEM CONVERTIDO DO LAYOUT ANTIGO SEM O CODIGO TRIBUTARIO DA
      *EMISSAO: VAI O DO CADASTRO.
                   IF CODTRI-15 = ZERO
                       MOVE CODTRI-01 TO ITM-CODTRI
                   END-IF
           END-READ
           MOVE "00" TO FS
           WRITE Linha-Envio FROM WS-ENV-ITEM
           ADD 1 TO WS-QTD-ITENS
           .

      *---------------------------------------------------------------*
      *IMPORTA-RETORNO - LINHA "1" E A RESPOSTA A TRANSMISSAO DA NOTA,
      *LINHA "2" A DO EVENTO DE CANCELAMENTO. O QUE NAO CASA COM A
      *SITUACAO DA NOTA EM ACEAU E REJEICAO DO FISCO SAEM NO
      *RELATORIO PARA ACERTO.
       Importa-Retorno SECTION.
           OPEN INPUT Arquivo-Retorno
           IF FS-RET NOT = "00"
               DISPLAY "NFETRANS - ARQUIVO DE RETORNO NAO ENCONTRADO: "
                       FS-RET
           ELSE
               MOVE ZERO TO WS-QTD-AUTORIZADAS WS-QTD-REJEITADAS
                            WS-QTD-HOMOLOGADOS WS-QTD-SEM-NOTA
                            WS-QTD-EVENTOS
               MOVE "RETORNO DA NOTA ELETRONICA   " TO WS-Rel-Titulo
               PERFORM IMPRIME-CABECALHO-REL
                   THRU SAI-IMPRIME-CABECALHO-REL
               MOVE "N" TO WS-FIM-RETORNO
               PERFORM UNTIL FIM-RETORNO
                   READ Arquivo-Retorno
                       AT END
                           MOVE "S" TO WS-FIM-RETORNO
                       NOT AT END
                           IF RNF-TIPO = "1" OR "2"
                               PERFORM Processa-Linha-Retorno
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Retorno
               MOVE SPACES TO WS-LINHA-TOT
               STRING "AUTORIZADAS: " WS-QTD-AUTORIZADAS
                      "  REJEITADAS: " WS-QTD-REJEITADAS
                      "  CANCEL.HOMOLOGADOS: " WS-QTD-HOMOLOGADOS
                      "  SEM NOTA: " WS-QTD-SEM-NOTA
                   DELIMITED BY SIZE INTO WS-LINHA-TOT
               END-STRING
               PERFORM Escreve-Relato
               MOVE "RET-NFE"          TO WS-Log-Funcao
               MOVE WS-QTD-AUTORIZADAS TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "RETORNO IMPORTADO - AUTORIZADAS "
                       WS-QTD-AUTORIZADAS " REJEITADAS "
                       WS-QTD-REJEITADAS " SEM NOTA " WS-QTD-SEM-NOTA
               IF WS-QTD-EVENTOS NOT = ZERO
                   DISPLAY "NOTAS JA ESTORNADAS - EVENTOS DE "
                           "CANCELAMENTO GERADOS: " WS-QTD-EVENTOS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Processa-Linha-Retorno SECTION.
           MOVE SPACES TO WS-MOTIVO
           IF RNF-NOTA NOT NUMERIC
               MOVE "NUMERO DE NOTA INVALIDO" TO WS-MOTIVO
           ELSE
               MOVE RNF-NOTA TO AU-NUM
               READ ACEAU
                   INVALID KEY
                       MOVE "NOTA NAO TRANSMITIDA" TO WS-MOTIVO
                   NOT INVALID KEY
                       IF RNF-TIPO = "1"
                           PERFORM Retorno-Autorizacao
                       ELSE
                           PERFORM Retorno-Cancelamento
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-SEM-NOTA
               MOVE WS-MOTIVO TO RDT-MOTIVO
               PERFORM Imprime-Linha-Retorno
           END-IF
           .

      *---------------------------------------------------------------*

       Retorno-Autorizacao SECTION.
           IF NOT NFE-TRANSMITIDA AND NOT NFE-REJEITADA
               MOVE "NOTA NAO ESTA AGUARDANDO AUTORIZACAO" TO WS-MOTIVO
           ELSE
               IF RNF-STATUS = "A"
                   MOVE "A"           TO AU-SITUACAO
                   MOVE RNF-CHAVE     TO AU-CHAVE-ACESSO
                   MOVE RNF-PROTOCOLO TO AU-PROTOCOLO
                   MOVE RNF-DATA      TO AU-DATA-AUT
                   MOVE RNF-HORA      TO AU-HORA-AUT
                   MOVE SPACES        TO AU-MOTIVO
                   ADD 1 TO WS-QTD-AUTORIZADAS
               ELSE
                   MOVE "R"           TO AU-SITUACAO
                   MOVE RNF-MOTIVO    TO AU-MOTIVO
                   ADD 1 TO WS-QTD-REJEITADAS
                   STRING "REJEITADA: " RNF-MOTIVO
                       DELIMITED BY SIZE INTO RDT-MOTIVO
                   END-STRING
                   PERFORM Imprime-Linha-Retorno
               END-IF
               REWRITE REG-AU
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A SITUACAO DA NOTA "
                               AU-NUM
               END-REWRITE
               MOVE "00" TO FS
      *NOTA ESTORNADA ENQUANTO AGUARDAVA: AUTORIZADA, SO SE DESFAZ
      *COM O EVENTO DE CANCELAMENTO.
               IF NFE-AUTORIZADA
                   MOVE AU-NUM TO NF-NUM
                   READ ACE14
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NF-CANCELADA
                               PERFORM GRAVA-EVENTO-CANCELAMENTO THRU
                                   SAI-GRAVA-EVENTO-CANCELAMENTO
                               IF Nf-Evento-Gerado
                                   ADD 1 TO WS-QTD-EVENTOS
                               END-IF
                           END-IF
                   END-READ
                   MOVE "00" TO FS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *RETORNO-CANCELAMENTO - CANCELAMENTO RECUSADO DEIXA A NOTA
      *AUTORIZADA: A PROXIMA GERACAO MANDA O EVENTO DE NOVO E O
      *RELATORIO DE PENDENTES A MOSTRA ATE LA.
       Retorno-Cancelamento SECTION.
           IF NOT NFE-CANC-ENVIADO
               MOVE "NOTA SEM CANCELAMENTO PENDENTE" TO WS-MOTIVO
           ELSE
               IF RNF-STATUS = "A"
                   MOVE "H"           TO AU-SITUACAO
                   MOVE RNF-PROTOCOLO TO AU-PROT-CANC
                   MOVE SPACES        TO AU-MOTIVO
                   ADD 1 TO WS-QTD-HOMOLOGADOS
               ELSE
                   MOVE "A"           TO AU-SITUACAO
                   MOVE RNF-MOTIVO    TO AU-MOTIVO
                   ADD 1 TO WS-QTD-REJEITADAS
                   STRING "CANCELAMENTO REJEITADO: " RNF-MOTIVO
                       DELIMITED BY SIZE INTO RDT-MOTIVO
                   END-STRING
                   PERFORM Imprime-Linha-Retorno
               END-IF
               REWRITE REG-AU
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A SITUACAO DA NOTA "
                               AU-NUM
               END-REWRITE
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Retorno SECTION.
           MOVE RNF-TIPO TO RDT-TIPO
           MOVE RNF-NOTA TO RDT-NOTA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-RET
           ADD 1 TO WS-Rel-Linha
           MOVE SPACES TO RDT-MOTIVO
           .

      *---------------------------------------------------------------*
      *RELATORIO-PENDENTES - FIM DO DIA: TODA NOTA DO PERIODO QUE
      *AINDA NAO ESTA AUTORIZADA E TODA NOTA ESTORNADA CUJO
      *CANCELAMENTO AINDA NAO FOI HOMOLOGADO.
       Relatorio-Pendentes SECTION.
           PERFORM Informa-Data-Inicial
           MOVE ZERO TO WS-QTD-PENDENTES
           MOVE "NOTAS ELETRONICAS PENDENTES  " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE "N" TO WS-FIM-NOTAS
           MOVE ZERO TO NF-NUM
           START ACE14 KEY IS NOT LESS NF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACE14 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF NF-DATA NOT < WS-DATA-INICIAL
                          AND NF-DATA NOT > WS-DATA-HOJE
                           PERFORM Verifica-Nota-Pendente
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE SPACES TO WS-LINHA-TOT
           STRING "NOTAS PENDENTES: " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA-TOT
           END-STRING
           PERFORM Escreve-Relato
           MOVE "PEND-NFE"       TO WS-Log-Funcao
           MOVE WS-QTD-PENDENTES TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "NFETRANS - NOTAS PENDENTES: " WS-QTD-PENDENTES
           .

      *---------------------------------------------------------------*

       Verifica-Nota-Pendente SECTION.
           PERFORM Le-Autorizacao
           MOVE SPACES TO WS-MOTIVO
           IF NF-CANCELADA
               IF TEM-AU
                   EVALUATE TRUE
                       WHEN NFE-AUTORIZADA
                           MOVE "ESTORNADA - CANCELAMENTO A GERAR"
                               TO WS-MOTIVO
                       WHEN NFE-CANC-ENVIADO
                           MOVE "CANCELAMENTO AGUARDANDO RETORNO"
                               TO WS-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           ELSE
               IF NOT TEM-AU
                   MOVE "NAO TRANSMITIDA" TO WS-MOTIVO
               ELSE
                   EVALUATE TRUE
                       WHEN NFE-TRANSMITIDA
                           MOVE "TRANSMITIDA, AGUARDANDO RETORNO"
                               TO WS-MOTIVO
                       WHEN NFE-REJEITADA
                           STRING "REJEITADA: " AU-MOTIVO
                               DELIMITED BY SIZE INTO WS-MOTIVO
                           END-STRING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-PENDENTES
               PERFORM Imprime-Nota-Motivo
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Nota-Motivo SECTION.
           MOVE NF-NUM   TO DET-NOTA
           MOVE NF-DATA  TO WS-DATA-AUX
           MOVE WS-AUX-DIA TO DET-DIA
           MOVE WS-AUX-MES TO DET-MES
           MOVE WS-AUX-ANO TO DET-ANO
           MOVE NF-CLI   TO DET-CLI
           MOVE NF-TOTAL TO DET-TOTAL
           MOVE WS-MOTIVO TO DET-MOTIVO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Escreve-Relato SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE14 ACE15 ACECL ACETP ACEAU Arquivo-Log RELATO
           IF CIDADE-DISPONIVEL
               CLOSE Arquivo-Cidade
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYNFPG".
