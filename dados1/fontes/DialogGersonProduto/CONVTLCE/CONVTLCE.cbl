000010*CONVTLCE-CONVERSAO DO CONTROLE GERAL DA EMPRESA (ACECE) DA     *
000020*VERSAO 2 PARA A VERSAO 3 DE FDCE, QUE TRAZ AS TOLERANCIAS DA   *
000030*CONFERENCIA PEDIDO X RECEBIMENTO X NOTA DE ENTRADA             *
000040*(TOLQTD-CE\TOLCUS-CE) NO LUGAR DO ULTIMO BYTE DE RESERVA, COM  *
000050*NOVA RESERVA DE EXPANSAO NO FIM. ARQUIVO CARIMBADO COM VERSAO  *
000060*DIFERENTE DE 2 E RECUSADO (O CONVCE CORRENTE JA GRAVA DIRETO   *
000070*NA VERSAO 3). NO MESMO MOLDE DE CONVQT15: LE                   *
000080*dados1\arquivos\ACECE01 NO LAYOUT 2, GRAVA ACECE01N NO NOVO,   *
000090*GUARDA COPIA SEQUENCIAL DE RETORNO EM                          *
000100*arquivos\bkp\ACECETLCV.SEG E IMPRIME AS CONTAGENS              *
000110*ANTES\DEPOIS. AS TOLERANCIAS NASCEM ZERADAS (QUANTIDADE SO ATE *
000120*O PEDIDO, CUSTO EXATO) ATE O SUPERVISOR AJUSTA-LAS EM FECHPER. *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. CONVTLCE.
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180     SELECT Arquivo-Velho ASSIGN TO WS-Arq-ACECE
000190            ORGANIZATION IS INDEXED
000200            ACCESS MODE  IS SEQUENTIAL
000210            RECORD KEY   IS COD-CEV
000220            FILE STATUS  IS FS-VELHO.
000230     SELECT ACECE ASSIGN TO WS-ARQ-ACECE-NOVO
000240            ORGANIZATION IS INDEXED
000250            ACCESS MODE IS DYNAMIC
000260            RECORD KEY IS COD-CE
000270            FILE STATUS IS FS.
000280     SELECT Arquivo-Retorno
000290            ASSIGN TO "arquivos\bkp\ACECETLCV.SEG"
000300            ORGANIZATION IS LINE SEQUENTIAL
000310            FILE STATUS  IS FS-RET.
000320     SELECT RELATO  ASSIGN TO PRINTER
000330                    FILE STATUS IS FS-REL.
000340 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  Arquivo-Velho
000380     LABEL RECORD IS STANDARD.
000390 01  REG-CEV.
000400     03  COD-CEV          PIC 9(02).
000410     03  RAZAO-CEV        PIC X(40).
000420     03  ULTCOD-01CEV     PIC 9(06).
000430     03  FECHANO-CEV      PIC 9(04).
000440     03  FECHMES-CEV      PIC 9(02).
000450     03  DESCMAX-CEV      PIC 9(02)V99.
000460     03  MARGMIN-CEV      PIC 9(02)V99.
000470     03  EXPPED-CEV       PIC 9(03).
000480     03  CAPVEIC-CEV      PIC 9(05).
000490     03  BALGER-CEV       PIC X(01).
000500     03  ULTBARRA-CEV     PIC 9(05).
000510     03  SENHAEXP-CEV     PIC 9(03).
000520     03  JUROSMES-CEV     PIC 9(01)V99.
000530     03  MULTA-CEV        PIC 9(01)V99.
000540     03  CARENCIA-CEV     PIC 9(02).
000550     03  FILLER           PIC X(01).
000560 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000570 FD  Arquivo-Retorno.
000580 01  Reg-Retorno           PIC X(88).
000590 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000600 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000610 WORKING-STORAGE SECTION.
000620 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000630 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000640 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  WS-ARQ-ACECE-NOVO     PIC X(60) VALUE SPACES.

       01  FS-VELHO              PIC X(02) VALUE "00".
       01  FS-RET                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-VELHO          PIC X(01) VALUE "N".
           88  FIM-VELHO         VALUE "S".
       01  WS-RECUSADO           PIC X(01) VALUE "N".
           88  CONVERSAO-RECUSADA VALUE "S".

       01  WS-QTD-LIDOS          PIC 9(07) VALUE ZERO.
       01  WS-QTD-GRAVADOS       PIC 9(07) VALUE ZERO.
       01  WS-QTD-RETORNO        PIC 9(07) VALUE ZERO.

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(60) VALUE
               "CONVTLCE - CONVERSAO DO CONTROLE ACECE PARA A VERSAO 3".

       01  WS-LINHA-TOT1.
           03  FILLER            PIC X(30) VALUE
               "REGISTROS LIDOS (ANTES):      ".
           03  TOT-LIDOS         PIC Z(06)9.

       01  WS-LINHA-TOT2.
           03  FILLER            PIC X(30) VALUE
               "REGISTROS GRAVADOS (DEPOIS):  ".
           03  TOT-GRAVADOS      PIC Z(06)9.

       01  WS-LINHA-TOT3.
           03  FILLER            PIC X(30) VALUE
               "COPIA DE RETORNO (SEGURANCA): ".
           03  TOT-RETORNO       PIC Z(06)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-VELHO
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
      *ESTA CONVERSAO SO SE APLICA AO ARQUIVO DA VERSAO 2. CARIMBO
      *DIVERGENTE (JA NA VERSAO 3) E RECUSADO - RODAR DE NOVO
      *MISTURARIA LAYOUTS; SEM CARIMBO PASSA COM AVISO, COMO NOS
      *DEMAIS PROGRAMAS.
           MOVE "ACECE" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               DISPLAY "CONVTLCE - ACECE NAO ESTA NA VERSAO 2 - "
                       "NADA A CONVERTER."
               MOVE "S" TO WS-RECUSADO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           IF CONVERSAO-RECUSADA
               CONTINUE
           ELSE
           MOVE SPACES TO WS-ARQ-ACECE-NOVO
           STRING WS-Arq-ACECE DELIMITED BY SPACE
                  "N" DELIMITED BY SIZE
               INTO WS-ARQ-ACECE-NOVO
           END-STRING
           OPEN INPUT Arquivo-Velho
           IF FS-VELHO NOT = "00"
               DISPLAY "CONVTLCE - ERRO AO ABRIR ACECE01: " FS-VELHO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           OPEN OUTPUT ACECE
           OPEN OUTPUT Arquivo-Retorno
           OPEN OUTPUT RELATO
           WRITE REG-REL FROM WS-LINHA-CAB
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           READ Arquivo-Velho NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-VELHO
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM Grava-Retorno
                   PERFORM Converte-Registro
           END-READ
           .

      *---------------------------------------------------------------*

       Grava-Retorno SECTION.
           MOVE SPACES  TO Reg-Retorno
           MOVE REG-CEV TO Reg-Retorno
           WRITE Reg-Retorno
           IF FS-RET = "00"
               ADD 1 TO WS-QTD-RETORNO
           END-IF
           .

      *---------------------------------------------------------------*

       Converte-Registro SECTION.
           MOVE SPACES       TO REG-CE
           MOVE COD-CEV      TO COD-CE
           MOVE RAZAO-CEV    TO RAZAO-CE
           MOVE ULTCOD-01CEV TO ULTCOD-01CE
           MOVE FECHANO-CEV  TO FECHANO-CE
           MOVE FECHMES-CEV  TO FECHMES-CE
           MOVE DESCMAX-CEV  TO DESCMAX-CE
           MOVE MARGMIN-CEV  TO MARGMIN-CE
           MOVE EXPPED-CEV   TO EXPPED-CE
           MOVE CAPVEIC-CEV  TO CAPVEIC-CE
           MOVE BALGER-CEV   TO BALGER-CE
           MOVE ULTBARRA-CEV TO ULTBARRA-CE
           MOVE SENHAEXP-CEV TO SENHAEXP-CE
           MOVE JUROSMES-CEV TO JUROSMES-CE
           MOVE MULTA-CEV    TO MULTA-CE
           MOVE CARENCIA-CEV TO CARENCIA-CE
           MOVE ZERO         TO TOLQTD-CE
           MOVE ZERO         TO TOLCUS-CE
           WRITE REG-CE
               INVALID KEY
                   DISPLAY "CONVTLCE - CHAVE DUPLICADA: " COD-CEV
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF CONVERSAO-RECUSADA
               STOP RUN
           END-IF
           MOVE WS-QTD-LIDOS    TO TOT-LIDOS
           MOVE WS-QTD-GRAVADOS TO TOT-GRAVADOS
           MOVE WS-QTD-RETORNO  TO TOT-RETORNO
           WRITE REG-REL FROM WS-LINHA-TOT1
           WRITE REG-REL FROM WS-LINHA-TOT2
           WRITE REG-REL FROM WS-LINHA-TOT3
           CLOSE Arquivo-Velho ACECE Arquivo-Retorno RELATO
           DISPLAY "CONVTLCE - LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "CONVTLCE - ATENCAO: CONTAGENS NAO BATEM, "
                       "NAO SUBSTITUA O ARQUIVO EM PRODUCAO."
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACECE" TO WS-Lv-Arq
               MOVE 3 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
