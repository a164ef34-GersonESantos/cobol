000010*CONVCU13-CONVERSAO DOS PEDIDOS DE COMPRA A FORNECEDOR (ACE13)  *
000020*DO LAYOUT 1 PARA O LAYOUT 2 DE FD-13, QUE TRAZ O CUSTO         *
000030*UNITARIO COMBINADO (CUSTO-13) PARA A CONFERENCIA PEDIDO X      *
000040*RECEBIMENTO X NOTA DE ENTRADA E UMA RESERVA DE EXPANSAO NO     *
000050*FIM. NO MESMO MOLDE DE CONVQT15: LE dados1\arquivos\ACE0113 NO *
000060*LAYOUT ANTIGO, GRAVA ACE0113N NO NOVO, GUARDA COPIA SEQUENCIAL *
000070*DE RETORNO EM arquivos\bkp\ACE13CUCV.SEG E IMPRIME AS          *
000080*CONTAGENS ANTES\DEPOIS. O CUSTO DAS LINHAS ANTIGAS NASCE       *
000090*ZERADO (SEM CUSTO COMBINADO - SO A QUANTIDADE E CONFERIDA      *
000100*NELAS). ARQUIVO JA CARIMBADO (VERSAO 2) E RECUSADO.            *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. CONVCU13.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT Arquivo-Velho ASSIGN TO WS-Arq-ACE13
000170            ORGANIZATION IS INDEXED
000180            ACCESS MODE  IS SEQUENTIAL
000190            RECORD KEY   IS CHAVE-13V
000200            FILE STATUS  IS FS-VELHO.
000210     SELECT ACE13 ASSIGN TO WS-ARQ-ACE13-NOVO
000220            ORGANIZATION IS INDEXED
000230            ACCESS MODE IS DYNAMIC
000240            RECORD KEY IS CHAVE-13
000250            FILE STATUS IS FS.
000260     SELECT Arquivo-Retorno
000270            ASSIGN TO "arquivos\bkp\ACE13CUCV.SEG"
000280            ORGANIZATION IS LINE SEQUENTIAL
000290            FILE STATUS  IS FS-RET.
000300     SELECT RELATO  ASSIGN TO PRINTER
000310                    FILE STATUS IS FS-REL.
000320 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  Arquivo-Velho
000360     LABEL RECORD IS STANDARD.
000370 01  REG-13V.
000380     03  CHAVE-13V.
000390         05  FORN-13V     PIC 9(04).
000400         05  COD-13V      PIC 9(06).
000410         05  DATA-13V     PIC 9(08).
000420     03  DATAPREV-13V     PIC 9(08).
000430     03  QTPEDIDA-13V     PIC 9(07).
000440     03  QTABERTA-13V     PIC 9(07).
000450     03  SITUACAO-13V     PIC X(01).
000460     03  FILLER           PIC X(05).
000470 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000480 FD  Arquivo-Retorno.
000490 01  Reg-Retorno           PIC X(46).
000500 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000510 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000520 WORKING-STORAGE SECTION.
000530 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000540 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000550 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  WS-ARQ-ACE13-NOVO     PIC X(60) VALUE SPACES.

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
               "CONVCU13 - CONVERSAO DOS PEDIDOS DE COMPRA ACE13".

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
      *O LAYOUT 1 NUNCA FOI CARIMBADO: SEM CARIMBO PASSA COM AVISO,
      *COMO NOS DEMAIS PROGRAMAS; ARQUIVO JA CARIMBADO NA VERSAO 2 E
      *RECUSADO - RODAR DE NOVO MISTURARIA LAYOUTS.
           MOVE "ACE13" TO WS-Lv-Arq
           MOVE 1 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               DISPLAY "CONVCU13 - ACE13 JA CONVERTIDO - "
                       "NADA A CONVERTER."
               MOVE "S" TO WS-RECUSADO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           IF CONVERSAO-RECUSADA
               CONTINUE
           ELSE
           MOVE SPACES TO WS-ARQ-ACE13-NOVO
           STRING WS-Arq-ACE13 DELIMITED BY SPACE
                  "N" DELIMITED BY SIZE
               INTO WS-ARQ-ACE13-NOVO
           END-STRING
           OPEN INPUT Arquivo-Velho
           IF FS-VELHO NOT = "00"
               DISPLAY "CONVCU13 - ERRO AO ABRIR ACE0113: " FS-VELHO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           OPEN OUTPUT ACE13
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
           MOVE REG-13V TO Reg-Retorno
           WRITE Reg-Retorno
           IF FS-RET = "00"
               ADD 1 TO WS-QTD-RETORNO
           END-IF
           .

      *---------------------------------------------------------------*

       Converte-Registro SECTION.
           MOVE SPACES       TO REG-13
           MOVE FORN-13V     TO FORN-13
           MOVE COD-13V      TO COD-13
           MOVE DATA-13V     TO DATA-13
           MOVE DATAPREV-13V TO DATAPREV-13
           MOVE QTPEDIDA-13V TO QTPEDIDA-13
           MOVE QTABERTA-13V TO QTABERTA-13
           MOVE SITUACAO-13V TO SITUACAO-13
           MOVE ZERO         TO CUSTO-13
           WRITE REG-13
               INVALID KEY
                   DISPLAY "CONVCU13 - CHAVE DUPLICADA: " CHAVE-13V
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
           CLOSE Arquivo-Velho ACE13 Arquivo-Retorno RELATO
           DISPLAY "CONVCU13 - LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "CONVCU13 - ATENCAO: CONTAGENS NAO BATEM, "
                       "NAO SUBSTITUA O ARQUIVO EM PRODUCAO."
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACE13" TO WS-Lv-Arq
               MOVE 2 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
