000080*LEITURAS DOS RELATORIOS. CHECKPOINT\RESTART NO MESMO MOLDE DE  *
000090*ROLQT: A CADA INTERVALO GRAVA A ULTIMA CHAVE PROCESSADA E UMA  *
000100*NOVA EXECUCAO RETOMA DO PONTO EM QUE PAROU.                    *
      *NA VIRADA DO ANO (VIRADA) O CORTE (1\1 DO ANO QUE FECHA) VEM DO*
      *CONTROLE DE EXECUCAO EM VEZ DE SER PERGUNTADO; FALHA DEVOLVE   *
      *RETURN-CODE 8. TERMINA COM GOBACK.                             *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. ARQMOV.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
       COPY "C:\Repo2024\cobol\dados1\book\SELRU".
000170     SELECT Arquivo-Morto ASSIGN TO WS-ARQ-MORTO-NOME
000180            ORGANIZATION IS LINE SEQUENTIAL
000190            FILE STATUS  IS FS-MORTO.
000250 DATA DIVISION.
000260 FILE SECTION.
000270 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
       COPY "C:\Repo2024\cobol\dados1\book\FDRU".
000280 FD  Arquivo-Morto.
000290 01  Reg-Morto             PIC X(46).
000300 FD  Arquivo-Checkpoint.
000340 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000350 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRWS".

       01  FS-MORTO              PIC X(02) VALUE "00".
       01  FS-CKP                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-RC                 PIC X(02) VALUE "00".

       01  WS-FIM-ACE02          PIC X(01) VALUE "N".
           88  FIM-ACE02         VALUE "S".
      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
      *NA VIRADA DO ANO O CORTE E 1\1 DO ANO QUE FECHA (CPYVRPG).
           PERFORM VERIFICA-VIRADA THRU SAI-VERIFICA-VIRADA
           IF Virada-Em-Curso
               MOVE WS-Vr-Corte TO WS-DATA-CORTE
               DISPLAY "ARQMOV - CORTE DA VIRADA DO ANO: "
                       WS-DATA-CORTE
           ELSE
               DISPLAY "ARQMOV - DATA DE CORTE (AAAAMMDD): "
               DISPLAY "MOVIMENTOS ANTERIORES A ELA SERAO ARQUIVADOS."
               ACCEPT WS-DATA-CORTE
           END-IF
      *O SALDO TRANSPORTADO E DATADO DA VESPERA DO CORTE, PARA
      *CONTINUAR ANTERIOR A QUALQUER MOVIMENTO VIVO.
           COMPUTE WS-JULIANO-CORTE =
           COMPUTE WS-DATA-TRANSPORTE =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-CORTE)
           PERFORM Ler-Checkpoint
           OPEN I-O ACE02
           IF FS NOT = "00"
               DISPLAY "ARQMOV - ERRO AO ABRIR ACE02: " FS
               MOVE "S" TO WS-FIM-ACE02
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT RELATO
           WRITE REG-REL FROM WS-LINHA-CAB1
           WRITE REG-REL FROM WS-LINHA-CAB2
               DISPLAY "ARQMOV - ERRO AO GRAVAR ARQUIVO MORTO: "
                       FS-MORTO
               MOVE "S" TO WS-FIM-ACE02
               MOVE 8 TO RETURN-CODE
           END-IF
           .


      *---------------------------------------------------------------*

      *GOBACK EM VEZ DE STOP RUN: O PROGRAMA CONTINUA RODAVEL AVULSO
      *E CHAMAVEL PELA VIRADA DO ANO (VIRADA).
       Program-Terminate SECTION.
           MOVE WS-TOT-ARQUIVADOS TO TOT-ARQUIVADOS
           WRITE REG-REL FROM WS-LINHA-TOT
           CLOSE ACE02 RELATO
           PERFORM Apaga-Checkpoint
           DISPLAY "ARQMOV - MOVIMENTOS ARQUIVADOS: " WS-TOT-ARQUIVADOS
           GOBACK
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
