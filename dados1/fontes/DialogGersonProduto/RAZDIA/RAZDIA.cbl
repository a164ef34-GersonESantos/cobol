000010*RAZDIA-DIARIO CONTABIL DO DIA PARA A CONTABILIDADE IMPORTAR    *
000020*(arquivos\diario.itf), EM PARTIDAS DOBRADAS: CADA FATO DO DIA  *
000030*VIRA UM LANCAMENTO COM UMA LINHA A DEBITO E UMA A CREDITO DE   *
000040*MESMO VALOR, NAS CONTAS DO MAPEAMENTO ACEPC. FATOS LEVADOS:    *
000050*NOTAS EMITIDAS NO DIA (ACE14\ACE15 - RECEITA POR CODTRI,       *
000060*FRETE, IMPOSTO E CUSTO DA VENDA PELO CUSTO-15 CONGELADO NA     *
000070*EMISSAO), NOTAS ESTORNADAS NO DIA (ACHADAS NO LOG DO ESTORNO,  *
000080*COM DEBITO E CREDITO TROCADOS), ENTRADAS DE MERCADORIA COM     *
000090*TITULO A PAGAR (ACECP), BAIXAS DE ESTOQUE MORTO APROVADAS      *
000100*(ACEBX), MOVIMENTO BANCARIO DAS BAIXAS DE RECEBER E PAGAR      *
000110*(ACEMB) E ENCONTROS DE CONTAS (ACEEN). O RELATORIO DE CONTROLE *
000120*EM RELATO LISTA O FATO QUE NAO ACHOU CONTA (FICA FORA DO       *
000130*ARQUIVO) E FECHA COM OS TOTAIS POR EVENTO PROVANDO DEBITOS =   *
000140*CREDITOS. MODOS 1 A 3 MANTEM O MAPEAMENTO (NIVEL DE            *
000150*MANUTENCAO): EVENTO + QUALIFICADOR (CODTRI, CLASSECE-01 OU     *
000160*ORIGEM\TIPO DO MOVIMENTO BANCARIO), COM O QUALIFICADOR EM      *
000170*BRANCO COMO CONTA GERAL DO EVENTO. O VALOR DE ESTOQUE POR      *
000180*PRODUTO CONTINUA EM RAZLED. TUDO FICA NO LOG DE OPERACOES.     *
      *A NOTA DE ENTRADA (ACENE\ACENI) ENTRA LINHA A LINHA NA CLASSE  *
      *DO PRODUTO, E O FRETE DELA NA CONTA GERAL DE ENTRADA.          *
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAZDIA.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 COPY "C:\Repo2024\cobol\dados1\book\SELPC".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
       COPY "C:\Repo2024\cobol\dados1\book\SELNE".
       COPY "C:\Repo2024\cobol\dados1\book\SELNI".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELBX".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELMB".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELEN".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000340 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000350     SELECT Arquivo-Diario ASSIGN TO WS-Arq-Diario
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS  IS FS-DIA.
000380     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000390                    FILE STATUS IS FS-REL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 COPY "C:\Repo2024\cobol\dados1\book\FDPC".
000430 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000440 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000450 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
       COPY "C:\Repo2024\cobol\dados1\book\FDNE".
       COPY "C:\Repo2024\cobol\dados1\book\FDNI".
000470 COPY "C:\Repo2024\cobol\dados1\book\FDBX".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDMB".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDEN".
000500 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000510 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000520 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000530*LAYOUT DO ARQUIVO DE INTERFACE: UMA LINHA POR PARTIDA; AS DUAS
000540*PARTIDAS DE UM LANCAMENTO TEM O MESMO DIA-LANCTO.
000550 FD  Arquivo-Diario.
000560 01  Reg-Diario.
000570     03  DIA-DATA          PIC 9(08).
000580     03  DIA-LANCTO        PIC 9(06).
000590     03  DIA-DC            PIC X(01).
000600     03  DIA-CONTA         PIC X(12).
000610     03  DIA-VALOR         PIC 9(13)V99.
000620     03  DIA-EVENTO        PIC X(02).
000630     03  DIA-QUALIF        PIC X(03).
000640     03  DIA-DOCUMENTO     PIC X(15).
000650     03  DIA-HISTORICO     PIC X(30).
000660 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000670 WORKING-STORAGE SECTION.
000680 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000690 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000700 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000710 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000720 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-DIA                PIC X(02) VALUE "00".

       01  WS-FIM-RAZDIA         PIC X(01) VALUE "N".
           88  FIM-RAZDIA        VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-ESTORNO            PIC X(01) VALUE "N".
           88  LANCTO-ESTORNO    VALUE "S".
       01  WS-MAPEADO            PIC X(01).
           88  CONTA-MAPEADA     VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-DIARIO        PIC 9(08).
       01  WS-NUM-NOTA           PIC 9(06).
       01  WS-CODTRI             PIC X(01).
       01  WS-CUSTO-UNIT         PIC 9(08)V99.
       01  WS-IX                 PIC 9(02) COMP.
       01  WS-NUM-LANCTO         PIC 9(06).
       01  WS-QTD-NOTAS          PIC 9(05).
       01  WS-QTD-ESTORNOS       PIC 9(05).
       01  WS-QTD-SEM-CONTA      PIC 9(05).
       01  WS-VLR-SEM-CONTA      PIC 9(13)V99.
       01  WS-TOT-DEBITO         PIC 9(13)V99.
       01  WS-TOT-CREDITO        PIC 9(13)V99.
       01  WS-DIFERENCA          PIC 9(13)V99.

      *LANCAMENTO EM MONTAGEM: O FATO DE ORIGEM PREENCHE E PERFORMA
      *Lanca-Fato, QUE ACHA AS CONTAS E GRAVA AS DUAS PARTIDAS.
       01  WS-LANCAMENTO.
           03  WS-Lc-Evento      PIC X(02).
           03  WS-Lc-Qualif      PIC X(03).
           03  WS-Lc-Valor       PIC 9(13)V99.
           03  WS-Lc-Documento   PIC X(15).
           03  WS-Lc-Historico   PIC X(30).
           03  WS-Lc-Debito      PIC X(12).
           03  WS-Lc-Credito     PIC X(12).
           03  WS-Lc-Troca       PIC X(12).

      *CHAVE DO LOG DO ESTORNO: O NUMERO DA NOTA NAS 6 PRIMEIRAS
      *POSICOES.
       01  WS-CHAVE-ESTORNO.
           03  WS-CE-NOTA        PIC X(06).
           03  FILLER            PIC X(09).

      *EVENTOS DO MAPEAMENTO, NA ORDEM DO RESUMO DO RELATORIO.
       01  WS-TAB-EVENTO-COD.
           03  FILLER            PIC X(02) VALUE "NF".
           03  FILLER            PIC X(02) VALUE "FR".
           03  FILLER            PIC X(02) VALUE "TX".
           03  FILLER            PIC X(02) VALUE "MS".
           03  FILLER            PIC X(02) VALUE "ME".
           03  FILLER            PIC X(02) VALUE "MB".
           03  FILLER            PIC X(02) VALUE "BC".
           03  FILLER            PIC X(02) VALUE "EC".
       01  WS-TAB-EVENTO-COD-R REDEFINES WS-TAB-EVENTO-COD.
           03  WS-EVENTO-COD OCCURS 8 TIMES PIC X(02).

       01  WS-TAB-EVENTO-NOME.
           03  FILLER            PIC X(24) VALUE "RECEITA DE VENDAS".
           03  FILLER            PIC X(24) VALUE "FRETE COBRADO".
           03  FILLER            PIC X(24) VALUE "IMPOSTO SOBRE VENDAS".
           03  FILLER            PIC X(24) VALUE "CUSTO DAS VENDAS".
           03  FILLER            PIC X(24) VALUE
               "ENTRADA DE MERCADORIA".
           03  FILLER            PIC X(24) VALUE
               "BAIXA DE ESTOQUE MORTO".
           03  FILLER            PIC X(24) VALUE "MOVIMENTO BANCARIO".
           03  FILLER            PIC X(24) VALUE "ENCONTRO DE CONTAS".
       01  WS-TAB-EVENTO-NOME-R REDEFINES WS-TAB-EVENTO-NOME.
           03  WS-EVENTO-NOME OCCURS 8 TIMES PIC X(24).

       01  WS-TAB-TOTAIS.
           03  WS-TOT-EVENTO OCCURS 8 TIMES.
               05  TE-QTD        PIC 9(05).
               05  TE-DEBITO     PIC 9(13)V99.
               05  TE-CREDITO    PIC 9(13)V99.

       01  WS-LINHA-DATA.
           03  FILLER            PIC X(19) VALUE "DIARIO CONTABIL DE ".
           03  LD-DATA           PIC 9(08).
           03  FILLER            PIC X(14) VALUE " - ARQUIVO:   ".
           03  LD-ARQUIVO        PIC X(39).

       01  WS-LINHA-SEM-TIT.
           03  FILLER            PIC X(50) VALUE
               "FATOS SEM CONTA MAPEADA (FORA DO ARQUIVO):".

       01  WS-LINHA-SEM-CAB.
           03  FILLER            PIC X(04) VALUE "EV".
           03  FILLER            PIC X(05) VALUE "QUAL".
           03  FILLER            PIC X(16) VALUE "DOCUMENTO".
           03  FILLER            PIC X(31) VALUE "HISTORICO".
           03  FILLER            PIC X(14) VALUE "         VALOR".

       01  WS-LINHA-SEM.
           03  SC-EVENTO         PIC X(02).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  SC-QUALIF         PIC X(03).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  SC-DOCUMENTO      PIC X(15).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SC-HISTORICO      PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SC-VALOR          PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-NENHUM.
           03  FILLER            PIC X(30) VALUE "NENHUM.".

       01  WS-LINHA-RES-CAB.
           03  FILLER            PIC X(28) VALUE "EVENTO".
           03  FILLER            PIC X(06) VALUE "LANCTO".
           03  FILLER            PIC X(18) VALUE
               "           DEBITOS".
           03  FILLER            PIC X(18) VALUE
               "          CREDITOS".

       01  WS-LINHA-RES.
           03  RE-EVENTO         PIC X(02).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RE-NOME           PIC X(24).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RE-QTD            PIC ZZZZ9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RE-DEBITO         PIC ZZZZZZZZZZZZZZ9.99.
           03  RE-CREDITO        PIC ZZZZZZZZZZZZZZ9.99.

       01  WS-LINHA-PROVA.
           03  FILLER            PIC X(50) VALUE
               "DEBITOS = CREDITOS - DIARIO CONFERE.".

       01  WS-LINHA-DIFERENCA.
           03  FILLER            PIC X(36) VALUE
               "DIFERENCA ENTRE DEBITOS E CREDITOS: ".
           03  DF-VALOR          PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-SEM-TOT.
           03  FILLER            PIC X(27) VALUE
               "FATOS SEM CONTA MAPEADA:  ".
           03  ST-QTD            PIC ZZZZ9.
           03  FILLER            PIC X(08) VALUE "  VALOR ".
           03  ST-VALOR          PIC ZZZZZZZZZZ9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-RAZDIA
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN I-O ACEPC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEPC
               CLOSE ACEPC
               OPEN I-O ACEPC
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "RAZDIA" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "DIARIO CONTABIL - CONTROLE   " TO WS-Rel-Titulo
           MOVE "RAZDIA" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "RAZDIA - 1=GRAVAR CONTA 2=LISTAR MAPEAMENTO "
                   "3=EXCLUIR CONTA 4=GERAR DIARIO DO DIA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gravar-Conta
               WHEN 2
                   PERFORM Listar-Mapeamento
               WHEN 3
                   PERFORM Excluir-Conta
               WHEN 4
                   PERFORM Gera-Diario
               WHEN 0
                   MOVE "S" TO WS-FIM-RAZDIA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *GRAVAR-CONTA - INCLUI OU ALTERA A LINHA DE MAPEAMENTO DO
      *EVENTO + QUALIFICADOR.
       Gravar-Conta SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "OPERADOR SEM NIVEL DE MANUTENCAO."
           ELSE
               PERFORM Digita-Chave-Conta
               IF PC-EVENTO-VALIDO
                   READ ACEPC
                       INVALID KEY
                           MOVE SPACES TO PC-CONTA-DEB PC-CONTA-CRED
                                          PC-DESCRICAO
                       NOT INVALID KEY
                           DISPLAY "ATUAL: D " PC-CONTA-DEB
                                   " C " PC-CONTA-CRED " "
                                   PC-DESCRICAO
                   END-READ
                   MOVE "00" TO FS
                   DISPLAY "CONTA A DEBITO: "
                   ACCEPT PC-CONTA-DEB
                   DISPLAY "CONTA A CREDITO: "
                   ACCEPT PC-CONTA-CRED
                   DISPLAY "DESCRICAO: "
                   ACCEPT PC-DESCRICAO
                   IF PC-CONTA-DEB = SPACES OR PC-CONTA-CRED = SPACES
                       DISPLAY "AS DUAS CONTAS SAO OBRIGATORIAS."
                   ELSE
                       MOVE WS-Oper-Codigo TO PC-OPERADOR
                       WRITE REG-PC
                           INVALID KEY
                               REWRITE REG-PC
                                   INVALID KEY
                                       DISPLAY "ERRO AO GRAVAR "
                                               "MAPEAMENTO."
                               END-REWRITE
                       END-WRITE
                       MOVE "00" TO FS
                       MOVE "GRAVA-CTA" TO WS-Log-Funcao
                       MOVE PC-CHAVE    TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       DISPLAY "MAPEAMENTO GRAVADO."
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Digita-Chave-Conta SECTION.
           INITIALIZE REG-PC
           DISPLAY "EVENTO (NF FR TX MS ME MB BC EC): "
           ACCEPT PC-EVENTO
           IF NOT PC-EVENTO-VALIDO
               DISPLAY "EVENTO INVALIDO."
           ELSE
               DISPLAY "QUALIFICADOR (CODTRI, CLASSE OU ORIGEM+TIPO; "
                       "BRANCO = CONTA GERAL DO EVENTO): "
               ACCEPT PC-QUALIF
           END-IF
           .

      *---------------------------------------------------------------*

       Listar-Mapeamento SECTION.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO PC-CHAVE
           START ACEPC KEY IS NOT LESS PC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACEPC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       DISPLAY PC-EVENTO " " PC-QUALIF " D "
                               PC-CONTA-DEB " C " PC-CONTA-CRED " "
                               PC-DESCRICAO
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Excluir-Conta SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "OPERADOR SEM NIVEL DE MANUTENCAO."
           ELSE
               PERFORM Digita-Chave-Conta
               IF PC-EVENTO-VALIDO
                   READ ACEPC
                       INVALID KEY
                           DISPLAY "MAPEAMENTO NAO CADASTRADO."
                       NOT INVALID KEY
                           DELETE ACEPC
                               INVALID KEY
                                   DISPLAY "ERRO AO EXCLUIR "
                                           "MAPEAMENTO."
                               NOT INVALID KEY
                                   MOVE "EXCL-CTA" TO WS-Log-Funcao
                                   MOVE PC-CHAVE   TO WS-Log-Chave
                                   PERFORM GRAVA-LOG THRU
                                       SAI-GRAVA-LOG
                                   DISPLAY "MAPEAMENTO EXCLUIDO."
                           END-DELETE
                   END-READ
                   MOVE "00" TO FS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *GERA-DIARIO - O ARQUIVO DE INTERFACE E REFEITO A CADA RODADA COM
      *OS FATOS DA DATA PEDIDA; O RELATORIO DE CONTROLE SAI JUNTO.
       Gera-Diario SECTION.
           DISPLAY "DATA DO DIARIO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-DIARIO
           IF WS-DATA-DIARIO = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-DIARIO
           END-IF
           OPEN OUTPUT Arquivo-Diario
           IF FS-DIA NOT = "00"
               DISPLAY "RAZDIA - ERRO AO CRIAR O ARQUIVO DO DIARIO: "
                       FS-DIA
           ELSE
               PERFORM Inicia-Controle
               OPEN INPUT ACE01
               OPEN INPUT ACE14
               OPEN INPUT ACE15
               MOVE "00" TO FS
               PERFORM Diario-Notas
               PERFORM Diario-Estornos
               CLOSE ACE01 ACE14 ACE15
               PERFORM Diario-Entradas
               PERFORM Diario-Notas-Entrada
               PERFORM Diario-Baixas
               PERFORM Diario-Banco
               PERFORM Diario-Encontros
               CLOSE Arquivo-Diario
               PERFORM Imprime-Resumo
               MOVE "GERA-DIAR"    TO WS-Log-Funcao
               MOVE WS-DATA-DIARIO TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "RAZDIA - " WS-NUM-LANCTO " LANCAMENTOS NO "
                       "DIARIO DE " WS-DATA-DIARIO "; "
                       WS-QTD-SEM-CONTA " FATOS SEM CONTA."
               DISPLAY "RELATORIO DE CONTROLE IMPRESSO EM RELATO."
           END-IF
           .

      *---------------------------------------------------------------*

       Inicia-Controle SECTION.
           MOVE ZERO TO WS-NUM-LANCTO WS-QTD-NOTAS WS-QTD-ESTORNOS
                        WS-QTD-SEM-CONTA WS-VLR-SEM-CONTA
                        WS-TOT-DEBITO WS-TOT-CREDITO
           MOVE ZEROS TO WS-TAB-TOTAIS
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-DATA-DIARIO TO LD-DATA
           MOVE WS-Arq-Diario  TO LD-ARQUIVO
           WRITE REG-REL FROM WS-LINHA-DATA
           WRITE REG-REL FROM WS-LINHA-SEM-TIT
           WRITE REG-REL FROM WS-LINHA-SEM-CAB
           ADD 3 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *DIARIO-NOTAS - TODA NOTA EMITIDA NA DATA, MESMO QUE CANCELADA
      *DEPOIS: O CANCELAMENTO ENTRA NO DIARIO DO DIA DO ESTORNO.
       Diario-Notas SECTION.
           MOVE "N" TO WS-ESTORNO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO NF-NUM
           START ACE14 KEY IS NOT LESS NF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE14 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NF-DATA = WS-DATA-DIARIO
                           ADD 1 TO WS-QTD-NOTAS
                           PERFORM Lanca-Nota
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *DIARIO-ESTORNOS - O ESTORNO (ESTORNO) GRAVA NO LOG A NOTA
      *CANCELADA; A NOTA E RELANCADA COM DEBITO E CREDITO TROCADOS.
       Diario-Estornos SECTION.
           CLOSE Arquivo-Log
           OPEN INPUT Arquivo-Log
           IF FS-LOG = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ Arquivo-Log
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LOG-PROGRAMA = "ESTORNO"
                              AND LOG-FUNCAO = "ESTORNA-NF"
                              AND LOG-DATA = WS-DATA-DIARIO
                               PERFORM Estorna-Nota
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Log
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "N" TO WS-ESTORNO
           .

      *---------------------------------------------------------------*

       Estorna-Nota SECTION.
           MOVE LOG-CHAVE TO WS-CHAVE-ESTORNO
           IF WS-CE-NOTA IS NUMERIC
               MOVE WS-CE-NOTA TO NF-NUM
               READ ACE14
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ESTORNO
                       ADD 1 TO WS-QTD-ESTORNOS
                       PERFORM Lanca-Nota
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *LANCA-NOTA - POR ITEM: RECEITA (NF) E IMPOSTO (TX) PELO CODTRI
      *DO ITEM E CUSTO DA VENDA (MS) PELA CLASSE DO PRODUTO; O FRETE
      *(FR) UMA VEZ POR NOTA.
       Lanca-Nota SECTION.
           MOVE NF-NUM TO WS-NUM-NOTA
           MOVE "N" TO WS-FIM-ITENS
           MOVE WS-NUM-NOTA TO NF-NUM-15
           MOVE ZERO        TO SEQ-15
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NF-NUM-15 NOT = WS-NUM-NOTA
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           PERFORM Lanca-Item-Nota
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF NF-FRETE IS NUMERIC AND NF-FRETE NOT = ZERO
               MOVE "FR"     TO WS-Lc-Evento
               MOVE SPACES   TO WS-Lc-Qualif
               MOVE NF-FRETE TO WS-Lc-Valor
               PERFORM Monta-Documento-Nota
               PERFORM Lanca-Fato
           END-IF
           .

      *---------------------------------------------------------------*
      *LANCA-ITEM-NOTA - ITEM CONVERTIDO DO LAYOUT ANTIGO (CODTRI-15 E
      *CUSTO-15 ZERADOS) CAI NO CODTRI-01 E NO CMEDIO-01 ATUAIS, COMO
      *EM LIVROFIS E RENTAB.
       Lanca-Item-Nota SECTION.
           MOVE COD-15 TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE SPACES TO CLASSECE-01
                   MOVE ZERO   TO CMEDIO-01 CODTRI-01
           END-READ
           MOVE "00" TO FS
           IF CODTRI-15 NOT = ZERO
               MOVE CODTRI-15 TO WS-CODTRI
           ELSE
               MOVE CODTRI-01 TO WS-CODTRI
           END-IF
           IF CUSTO-15 NOT = ZERO
               MOVE CUSTO-15R TO WS-CUSTO-UNIT
           ELSE
               DIVIDE CMEDIO-01 BY 100 GIVING WS-CUSTO-UNIT
           END-IF
           PERFORM Monta-Documento-Nota
           MOVE "NF"      TO WS-Lc-Evento
           MOVE WS-CODTRI TO WS-Lc-Qualif
           COMPUTE WS-Lc-Valor ROUNDED = QTDE-15 * PRECO-15
           PERFORM Lanca-Fato
           MOVE "TX"        TO WS-Lc-Evento
           MOVE WS-CODTRI   TO WS-Lc-Qualif
           MOVE VLRTRIB-15  TO WS-Lc-Valor
           PERFORM Lanca-Fato
           MOVE "MS"        TO WS-Lc-Evento
           MOVE CLASSECE-01 TO WS-Lc-Qualif
           COMPUTE WS-Lc-Valor ROUNDED = QTDE-15 * WS-CUSTO-UNIT
           PERFORM Lanca-Fato
           .

      *---------------------------------------------------------------*

       Monta-Documento-Nota SECTION.
           MOVE SPACES TO WS-Lc-Documento WS-Lc-Historico
           STRING "NF " WS-NUM-NOTA DELIMITED BY SIZE
               INTO WS-Lc-Documento
           END-STRING
           IF LANCTO-ESTORNO
               STRING "ESTORNO NF " WS-NUM-NOTA " CLI " NF-CLI
                   DELIMITED BY SIZE
                   INTO WS-Lc-Historico
               END-STRING
           ELSE
               STRING "VENDA NF " WS-NUM-NOTA " CLI " NF-CLI
                   DELIMITED BY SIZE
                   INTO WS-Lc-Historico
               END-STRING
           END-IF
           .

      *---------------------------------------------------------------*
      *DIARIO-ENTRADAS - O TITULO A PAGAR NASCE NO RECEBIMENTO
      *(RECMERC): ESTOQUE A DEBITO, FORNECEDOR A CREDITO.
       Diario-Entradas SECTION.
           OPEN INPUT ACECP
           IF FS = "00"
               OPEN INPUT ACE01
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO AP-NUM
               START ACECP KEY IS NOT LESS AP-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACECP NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AP-EMISSAO = WS-DATA-DIARIO
                              AND AP-COD NOT = ZERO
                               PERFORM Lanca-Entrada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACECP ACE01
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Lanca-Entrada SECTION.
           MOVE AP-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE SPACES TO CLASSECE-01
           END-READ
           MOVE "00" TO FS
           MOVE "ME"        TO WS-Lc-Evento
           MOVE CLASSECE-01 TO WS-Lc-Qualif
           MOVE AP-VALOR    TO WS-Lc-Valor
           MOVE SPACES TO WS-Lc-Documento WS-Lc-Historico
           STRING "CP " AP-NUM DELIMITED BY SIZE
               INTO WS-Lc-Documento
           END-STRING
           STRING "ENTRADA PROD " AP-COD " FORN " AP-FORN
               DELIMITED BY SIZE
               INTO WS-Lc-Historico
           END-STRING
           PERFORM Lanca-Fato
           .

      *---------------------------------------------------------------*
      *DIARIO-NOTAS-ENTRADA - NOTA DO FORNECEDOR FECHADA NA DATA: UM
      *LANCAMENTO POR LINHA NA CLASSE DO PRODUTO E UM PARA O FRETE; A
      *SOMA E O NE-TOTAL DOS TITULOS DA NOTA EM ACECP.
       Diario-Notas-Entrada SECTION.
           OPEN INPUT ACENE
           IF FS = "00"
               OPEN INPUT ACENI
               OPEN INPUT ACE01
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE LOW-VALUES TO NE-CHAVE
               START ACENE KEY IS NOT LESS NE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACENE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NE-FECHADA
                              AND NE-ENTRADA = WS-DATA-DIARIO
                               PERFORM Lanca-Nota-Entrada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACENE ACENI ACE01
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Lanca-Nota-Entrada SECTION.
           MOVE SPACES TO WS-Lc-Documento WS-Lc-Historico
           STRING "NE " NE-NOTA "/" NE-SERIE DELIMITED BY SIZE
               INTO WS-Lc-Documento
           END-STRING
           STRING "NOTA ENTRADA FORN " NE-FORN DELIMITED BY SIZE
               INTO WS-Lc-Historico
           END-STRING
           MOVE "N" TO WS-FIM-ITENS
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           MOVE ZERO     TO NI-SEQ
           START ACENI KEY IS NOT LESS NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACENI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NI-FORN NOT = NE-FORN
                          OR NI-NOTA NOT = NE-NOTA
                          OR NI-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           MOVE NI-COD TO COD-01
                           READ ACE01
                               INVALID KEY
                                   MOVE SPACES TO CLASSECE-01
                           END-READ
                           MOVE "ME"        TO WS-Lc-Evento
                           MOVE CLASSECE-01 TO WS-Lc-Qualif
                           MOVE NI-VALOR    TO WS-Lc-Valor
                           PERFORM Lanca-Fato
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE "ME"     TO WS-Lc-Evento
           MOVE SPACES   TO WS-Lc-Qualif
           MOVE NE-FRETE TO WS-Lc-Valor
           PERFORM Lanca-Fato
           .

      *---------------------------------------------------------------*
      *DIARIO-BAIXAS - PROPOSTA DE BAIXA APROVADA NA DATA, PELO VALOR
      *CONTABIL GRAVADO NA APROVACAO (BX-VALOR).
       Diario-Baixas SECTION.
           OPEN INPUT ACEBX
           IF FS = "00"
               OPEN INPUT ACE01
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO BX-NUM
               START ACEBX KEY IS NOT LESS BX-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEBX NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF BAIXA-APROVADA
                              AND BX-DATA-APROV = WS-DATA-DIARIO
                               PERFORM Lanca-Baixa
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACEBX ACE01
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Lanca-Baixa SECTION.
           MOVE BX-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE SPACES TO CLASSECE-01
           END-READ
           MOVE "00" TO FS
           MOVE "MB"        TO WS-Lc-Evento
           MOVE CLASSECE-01 TO WS-Lc-Qualif
           MOVE BX-VALOR    TO WS-Lc-Valor
           MOVE SPACES TO WS-Lc-Documento WS-Lc-Historico
           STRING "BX " BX-NUM DELIMITED BY SIZE
               INTO WS-Lc-Documento
           END-STRING
           MOVE BX-MOTIVO TO WS-Lc-Historico
           PERFORM Lanca-Fato
           .

      *---------------------------------------------------------------*
      *DIARIO-BANCO - CADA MOVIMENTO BANCARIO DA DATA: AS BAIXAS DE
      *RECEBER E PAGAR (CTAREC, BANCOB, CUSTCHQ, CONCCART, CTAPAG,
      *PAGBAN) E OS LANCAMENTOS MANUAIS DE CONCBAN, PELA ORIGEM E
      *PELO TIPO DO MOVIMENTO.
       Diario-Banco SECTION.
           OPEN INPUT ACEMB
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO MB-NUM
               START ACEMB KEY IS NOT LESS MB-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEMB NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MB-DATA = WS-DATA-DIARIO
                               PERFORM Lanca-Movimento-Banco
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACEMB
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Lanca-Movimento-Banco SECTION.
           MOVE "BC"         TO WS-Lc-Evento
           MOVE SPACES       TO WS-Lc-Qualif
           STRING MB-ORIGEM MB-TIPO DELIMITED BY SIZE
               INTO WS-Lc-Qualif
           END-STRING
           MOVE MB-VALOR     TO WS-Lc-Valor
           MOVE MB-DOCUMENTO TO WS-Lc-Documento
           MOVE MB-HISTORICO TO WS-Lc-Historico
           PERFORM Lanca-Fato
           .

      *---------------------------------------------------------------*
      *DIARIO-ENCONTROS - O LADO "R" DE CADA ENCONTRO SOMA O MESMO QUE
      *O LADO "P": UM LANCAMENTO POR TITULO A RECEBER COMPENSADO,
      *FORNECEDOR A DEBITO E CLIENTE A CREDITO.
       Diario-Encontros SECTION.
           OPEN INPUT ACEEN
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO EN-CHAVE
               START ACEEN KEY IS NOT LESS EN-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEEN NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF EN-DATA = WS-DATA-DIARIO
                              AND EN-RECEBER
                               PERFORM Lanca-Encontro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACEEN
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Lanca-Encontro SECTION.
           MOVE "EC"     TO WS-Lc-Evento
           MOVE SPACES   TO WS-Lc-Qualif
           MOVE EN-VALOR TO WS-Lc-Valor
           MOVE SPACES TO WS-Lc-Documento WS-Lc-Historico
           STRING "EN " EN-NUM "/" EN-SEQ DELIMITED BY SIZE
               INTO WS-Lc-Documento
           END-STRING
           STRING "ENCONTRO TIT " EN-TITULO " CLI " EN-CLI
               DELIMITED BY SIZE
               INTO WS-Lc-Historico
           END-STRING
           PERFORM Lanca-Fato
           .

      *---------------------------------------------------------------*
      *LANCA-FATO - ACHA AS CONTAS DO EVENTO (LINHA DO QUALIFICADOR OU,
      *NA FALTA, A GERAL) E GRAVA A PARTIDA A DEBITO E A DE CREDITO;
      *NO ESTORNO AS CONTAS TROCAM DE LADO. SEM CONTA O FATO VAI PARA
      *O RELATORIO E NADA E GRAVADO - O ARQUIVO SEGUE FECHANDO.
       Lanca-Fato SECTION.
           IF WS-Lc-Valor NOT = ZERO
               PERFORM Busca-Conta
               IF CONTA-MAPEADA
                   IF LANCTO-ESTORNO
                       MOVE WS-Lc-Debito  TO WS-Lc-Troca
                       MOVE WS-Lc-Credito TO WS-Lc-Debito
                       MOVE WS-Lc-Troca   TO WS-Lc-Credito
                   END-IF
                   PERFORM Grava-Partidas
               ELSE
                   PERFORM Registra-Sem-Conta
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Busca-Conta SECTION.
           MOVE "N" TO WS-MAPEADO
           MOVE WS-Lc-Evento TO PC-EVENTO
           MOVE WS-Lc-Qualif TO PC-QUALIF
           READ ACEPC
               INVALID KEY
                   MOVE SPACES TO PC-QUALIF
                   READ ACEPC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-MAPEADO
                   END-READ
               NOT INVALID KEY
                   MOVE "S" TO WS-MAPEADO
           END-READ
           MOVE "00" TO FS
           IF CONTA-MAPEADA
               MOVE PC-CONTA-DEB  TO WS-Lc-Debito
               MOVE PC-CONTA-CRED TO WS-Lc-Credito
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Partidas SECTION.
           ADD 1 TO WS-NUM-LANCTO
           MOVE WS-DATA-DIARIO  TO DIA-DATA
           MOVE WS-NUM-LANCTO   TO DIA-LANCTO
           MOVE WS-Lc-Valor     TO DIA-VALOR
           MOVE WS-Lc-Evento    TO DIA-EVENTO
           MOVE WS-Lc-Qualif    TO DIA-QUALIF
           MOVE WS-Lc-Documento TO DIA-DOCUMENTO
           MOVE WS-Lc-Historico TO DIA-HISTORICO
           MOVE "D"             TO DIA-DC
           MOVE WS-Lc-Debito    TO DIA-CONTA
           WRITE Reg-Diario
           ADD WS-Lc-Valor TO WS-TOT-DEBITO
           MOVE "C"             TO DIA-DC
           MOVE WS-Lc-Credito   TO DIA-CONTA
           WRITE Reg-Diario
           ADD WS-Lc-Valor TO WS-TOT-CREDITO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
               IF WS-EVENTO-COD(WS-IX) = WS-Lc-Evento
                   ADD 1           TO TE-QTD(WS-IX)
                   ADD WS-Lc-Valor TO TE-DEBITO(WS-IX)
                   ADD WS-Lc-Valor TO TE-CREDITO(WS-IX)
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Registra-Sem-Conta SECTION.
           ADD 1 TO WS-QTD-SEM-CONTA
           ADD WS-Lc-Valor TO WS-VLR-SEM-CONTA
           MOVE WS-Lc-Evento    TO SC-EVENTO
           MOVE WS-Lc-Qualif    TO SC-QUALIF
           MOVE WS-Lc-Documento TO SC-DOCUMENTO
           MOVE WS-Lc-Historico TO SC-HISTORICO
           MOVE WS-Lc-Valor     TO SC-VALOR
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-SEM
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *IMPRIME-RESUMO - TOTAIS POR EVENTO E A PROVA: A SOMA DAS
      *PARTIDAS A DEBITO GRAVADAS TEM DE BATER COM A DAS A CREDITO.
       Imprime-Resumo SECTION.
           IF WS-QTD-SEM-CONTA = ZERO
               WRITE REG-REL FROM WS-LINHA-NENHUM
               ADD 1 TO WS-Rel-Linha
           END-IF
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-RES-CAB
           ADD 2 TO WS-Rel-Linha
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
               MOVE WS-EVENTO-COD(WS-IX)  TO RE-EVENTO
               MOVE WS-EVENTO-NOME(WS-IX) TO RE-NOME
               MOVE TE-QTD(WS-IX)         TO RE-QTD
               MOVE TE-DEBITO(WS-IX)      TO RE-DEBITO
               MOVE TE-CREDITO(WS-IX)     TO RE-CREDITO
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-RES
               ADD 1 TO WS-Rel-Linha
           END-PERFORM
           MOVE SPACES          TO RE-EVENTO
           MOVE "TOTAL DO DIA"  TO RE-NOME
           MOVE WS-NUM-LANCTO   TO RE-QTD
           MOVE WS-TOT-DEBITO   TO RE-DEBITO
           MOVE WS-TOT-CREDITO  TO RE-CREDITO
           WRITE REG-REL FROM WS-LINHA-RES
           ADD 1 TO WS-Rel-Linha
           IF WS-TOT-DEBITO = WS-TOT-CREDITO
               WRITE REG-REL FROM WS-LINHA-PROVA
           ELSE
               IF WS-TOT-DEBITO > WS-TOT-CREDITO
                   COMPUTE WS-DIFERENCA =
                       WS-TOT-DEBITO - WS-TOT-CREDITO
               ELSE
                   COMPUTE WS-DIFERENCA =
                       WS-TOT-CREDITO - WS-TOT-DEBITO
               END-IF
               MOVE WS-DIFERENCA TO DF-VALOR
               WRITE REG-REL FROM WS-LINHA-DIFERENCA
           END-IF
           MOVE WS-QTD-SEM-CONTA TO ST-QTD
           MOVE WS-VLR-SEM-CONTA TO ST-VALOR
           WRITE REG-REL FROM WS-LINHA-SEM-TOT
           ADD 2 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEPC Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
