000050*GRAVADA NO MANIFESTO, IMPRIMINDO OK\DIVERGENTE POR ARQUIVO.    *
000060*O TOTAL DE CONFERENCIA (HASH) DO MANIFESTO FICA IMPRESSO       *
000070*JUNTO PARA COMPARACAO VISUAL COM UM NOVO BACKUP DO MESMO DIA.  *
      *NA VIRADA DO ANO (VIRADA) CONFERE A COPIA DE HOJE SEM PERGUNTAR*
      *A DATA; MANIFESTO AUSENTE CONTA COMO DIVERGENCIA E O PROGRAMA  *
      *DEVOLVE RETURN-CODE 8 COM DIVERGENCIA - A VIRADA NAO COMECA.   *
      *TERMINA COM GOBACK.                                            *
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID. BACKVER.
000100 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\FDRU".
000300 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRWS".

       01  FS-MAN                PIC X(02) VALUE "00".
       01  FS-BKP                PIC X(02) VALUE "00".

       01  WS-FIM-MANIFESTO      PIC X(01) VALUE "N".
           88  FIM-MANIFESTO     VALUE "S".
       01  WS-MANIFESTO-ABERTO   PIC X(01) VALUE "N".
           88  MANIFESTO-ABERTO  VALUE "S".
       01  WS-FIM-BACKUP         PIC X(01).
           88  FIM-BACKUP        VALUE "S".

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
      *NA VIRADA DO ANO O BACKUP CONFERIDO E O DO PROPRIO DIA - A
      *VIRADA NAO COMECA SEM UMA COPIA DE HOJE QUE CONFIRA.
           PERFORM VERIFICA-VIRADA THRU SAI-VERIFICA-VIRADA
           IF Virada-Em-Curso
               MOVE WS-Vr-Data TO WS-DATA-BACKUP
               DISPLAY "BACKVER - CONFERINDO O BACKUP DE HOJE: "
                       WS-DATA-BACKUP
           ELSE
               DISPLAY "BACKVER - DATA DO BACKUP A CONFERIR "
                       "(AAAAMMDD): "
               ACCEPT WS-DATA-BACKUP
           END-IF
           MOVE SPACES TO WS-MAN-NOME
           STRING WS-Dir-Arq DELIMITED BY SPACE
                  "\bkp\MANIFEST." DELIMITED BY SIZE
           IF FS-MAN NOT = "00"
               DISPLAY "MANIFESTO NAO ENCONTRADO: " WS-MAN-NOME
               MOVE "S" TO WS-FIM-MANIFESTO
      *SEM MANIFESTO NAO HA BACKUP CONFERIDO: CONTA COMO DIVERGENCIA.
               ADD 1 TO WS-QTD-DIVERGENTES
           ELSE
               MOVE "S" TO WS-MANIFESTO-ABERTO
           END-IF
           .


      *---------------------------------------------------------------*

      *GOBACK EM VEZ DE STOP RUN: O PROGRAMA CONTINUA RODAVEL AVULSO
      *E CHAMAVEL PELA VIRADA DO ANO (VIRADA), QUE RECUSA COMECAR COM
      *RETURN-CODE DIFERENTE DE ZERO.
       Program-Terminate SECTION.
           IF MANIFESTO-ABERTO
               CLOSE Arquivo-Manifesto
           END-IF
           IF WS-QTD-DIVERGENTES = ZERO
               DISPLAY "BACKVER - BACKUP CONFERE COM O MANIFESTO."
           ELSE
      *O RESULTADO FICA NO CONTROLE DE EXECUCAO (runctl.dat) PARA O
      *PAINEL DA MANHA MOSTRAR SEM NINGUEM CACAR O CONSOLE.
           PERFORM Registra-Resultado
           IF WS-QTD-DIVERGENTES NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

      *---------------------------------------------------------------*
           END-IF
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYVRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
