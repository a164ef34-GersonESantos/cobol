000010*CONVSU12-CONVERSAO DOS ITENS DE PEDIDOS DE VENDA (ACE12) DO    *
000020*LAYOUT 2 (QUANTIDADE COM TRES DECIMAIS, CONVQT12) PARA O       *
000030*LAYOUT 3 DE FD-12, QUE TRAZ A SUBSTITUICAO DO ITEM (SUBST-12,  *
000040*PRODUTO E QUANTIDADE ORIGINAIS ORIG-12\QTORIG-12) E UMA        *
000050*RESERVA DE EXPANSAO NO FIM. NO MESMO MOLDE DE CONVCU13: LE     *
000060*dados1\arquivos\ACE0112 NO LAYOUT ANTIGO, GRAVA ACE0112N NO    *
000070*NOVO, GUARDA COPIA SEQUENCIAL DE RETORNO EM                    *
000080*arquivos\bkp\ACE12SUCV.SEG E IMPRIME AS CONTAGENS              *
000090*ANTES\DEPOIS. OS ITENS ANTIGOS SAEM SEM SUBSTITUICAO. ARQUIVO  *
000100*CARIMBADO COM VERSAO DIFERENTE DE 2 E RECUSADO.                *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. CONVSU12.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT Arquivo-Velho ASSIGN TO WS-Arq-ACE12
000170            ORGANIZATION IS INDEXED
000180            ACCESS MODE  IS SEQUENTIAL
000190            RECORD KEY   IS CHAVE-12V
000200            FILE STATUS  IS FS-VELHO.
000210     SELECT ACE12 ASSIGN TO WS-ARQ-ACE12-NOVO
000220            ORGANIZATION IS INDEXED
000230            ACCESS MODE IS DYNAMIC
000240            RECORD KEY IS CHAVE-12
000250            FILE STATUS IS FS.
000260     SELECT Arquivo-Retorno
000270            ASSIGN TO "arquivos\bkp\ACE12SUCV.SEG"
000280            ORGANIZATION IS LINE SEQUENTIAL
000290            FILE STATUS  IS FS-RET.
000300     SELECT RELATO  ASSIGN TO PRINTER
000310                    FILE STATUS IS FS-REL.
000320 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  Arquivo-Velho
000360     LABEL RECORD IS STANDARD.
000370 01  REG-12V.
000380     03  CHAVE-12V.
000390         05  NUM-12V      PIC 9(06).
000400         05  SEQ-12V      PIC 9(03).
000410     03  COD-12V          PIC 9(06).
000420     03  ALM-12V          PIC 9(02).
000430     03  QTDE-12V         PIC 9(07)V9(03).
000440     03  QTATEND-12V      PIC 9(07)V9(03).
000450     03  PRECO-12V        PIC 9(08)V99.
000460     03  DESC-12V         PIC X(04).
000470     03  FILLER           PIC X(01).
000480 COPY "C:\Repo2024\cobol\dados1\book\FD-12".
000490 FD  Arquivo-Retorno.
000500 01  Reg-Retorno           PIC X(52).
000510 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000520 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000530 WORKING-STORAGE SECTION.
000540 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000550 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000560 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  WS-ARQ-ACE12-NOVO     PIC X(60) VALUE SPACES.

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
               "CONVSU12 - CONVERSAO DOS ITENS DE PEDIDO ACE12".

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
      *SO O ARQUIVO NA VERSAO 2 (CONVQT12 DO BUILD ANTERIOR) ENTRA;
      *JA CONVERTIDO (VERSAO 3) OU AINDA NA VERSAO 1 (QUE VAI DIRETO
      *PELO CONVQT12) E RECUSADO.
           MOVE "ACE12" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               DISPLAY "CONVSU12 - ACE12 FORA DA VERSAO 2 - "
                       "NADA A CONVERTER."
               MOVE "S" TO WS-RECUSADO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           IF CONVERSAO-RECUSADA
               CONTINUE
           ELSE
           MOVE SPACES TO WS-ARQ-ACE12-NOVO
           STRING WS-Arq-ACE12 DELIMITED BY SPACE
                  "N" DELIMITED BY SIZE
               INTO WS-ARQ-ACE12-NOVO
           END-STRING
           OPEN INPUT Arquivo-Velho
           IF FS-VELHO NOT = "00"
               DISPLAY "CONVSU12 - ERRO AO ABRIR ACE0112: " FS-VELHO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           OPEN OUTPUT ACE12
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
           MOVE REG-12V TO Reg-Retorno
           WRITE Reg-Retorno
           IF FS-RET = "00"
               ADD 1 TO WS-QTD-RETORNO
           END-IF
           .

      *---------------------------------------------------------------*

       Converte-Registro SECTION.
           MOVE SPACES      TO REG-12
           MOVE NUM-12V     TO NUM-12
           MOVE SEQ-12V     TO SEQ-12
           MOVE COD-12V     TO COD-12
           MOVE ALM-12V     TO ALM-12
           MOVE QTDE-12V    TO QTDE-12
           MOVE QTATEND-12V TO QTATEND-12
           MOVE PRECO-12V   TO PRECO-12
      *O DESCONTO DOS PEDIDOS ANTIGOS PODE ESTAR EM BRANCO; A COPIA
      *BYTE A BYTE PRESERVA O "TESTAR NUMERIC" DOS LEITORES.
           MOVE DESC-12V    TO DESC-12(1:4)
           MOVE SPACE       TO SUBST-12
           MOVE ZERO        TO ORIG-12 QTORIG-12
           WRITE REG-12
               INVALID KEY
                   DISPLAY "CONVSU12 - CHAVE DUPLICADA: " CHAVE-12V
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
           CLOSE Arquivo-Velho ACE12 Arquivo-Retorno RELATO
           DISPLAY "CONVSU12 - LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "CONVSU12 - ATENCAO: CONTAGENS NAO BATEM, "
                       "NAO SUBSTITUA O ARQUIVO EM PRODUCAO."
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACE12" TO WS-Lv-Arq
               MOVE 3 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
