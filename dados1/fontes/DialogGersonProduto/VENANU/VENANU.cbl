000040*ANO INFORMADO PELO OPERADOR), PARA QUE O ANO CORRENTE          *
000050*CONTINUE SENDO ROLADO MES A MES POR ROLQT SEM PERDER A         *
000060*COMPARACAO COM O MESMO PERIODO DO ANO ANTERIOR.                *
      *NA VIRADA DO ANO (VIRADA) O ANO VEM DO CONTROLE DE EXECUCAO EM *
      *VEZ DE SER PERGUNTADO; FALHA DEVOLVE RETURN-CODE 8. TERMINA COM*
      *GOBACK.                                                        *
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID. VENANU.
000090 ENVIRONMENT DIVISION.
000110 FILE-CONTROL.
000120 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000130 COPY "C:\Repo2024\cobol\dados1\book\SELC-10".
       COPY "C:\Repo2024\cobol\dados1\book\SELRU".
000140     SELECT RELATO  ASSIGN TO PRINTER
000150                    FILE STATUS IS FS-REL.
000160 DATA DIVISION.
000170 FILE SECTION.
000180 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000190 COPY "C:\Repo2024\cobol\dados1\book\FD-10".
       COPY "C:\Repo2024\cobol\dados1\book\FDRU".
000200 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000210 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000220 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-RC                 PIC X(02) VALUE "00".

       01  WS-FIM-ACE01          PIC X(01) VALUE "N".
           88  FIM-ACE01         VALUE "S".
      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM VERIFICA-VIRADA THRU SAI-VERIFICA-VIRADA
           IF Virada-Em-Curso
               MOVE WS-Vr-Ano TO WS-ANO-FECHAMENTO
           ELSE
               DISPLAY "INFORME O ANO DE FECHAMENTO (AAAA): "
               ACCEPT WS-ANO-FECHAMENTO
           END-IF
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "VENANU - CADASTRO DE PRODUTOS NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-ACE01
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O ACE10
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT ACE10
           OPEN OUTPUT RELATO
           WRITE REG-REL FROM WS-LINHA-CAB1
           WRITE REG-REL FROM WS-LINHA-CAB2
           IF NOT FIM-ACE01
               PERFORM Ler-ACE01
           END-IF
           .

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*

      *GOBACK EM VEZ DE STOP RUN: O PROGRAMA CONTINUA RODAVEL AVULSO
      *E CHAMAVEL PELA VIRADA DO ANO (VIRADA).
       Program-Terminate SECTION.
           MOVE WS-QTD-ARQUIVADOS TO TOT-ARQUIVADOS
           WRITE REG-REL FROM WS-LINHA-TOTAL
           CLOSE ACE01 ACE10 RELATO
           GOBACK
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
