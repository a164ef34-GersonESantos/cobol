000010*CONVSENH-CONVERSAO DO CADASTRO DE OPERADORES (ACEUS) DA VERSAO *
000020*2 DO LAYOUT (SENHA E HISTORICO EM CLARO, 8 POSICOES) PARA A    *
000030*VERSAO 3 DE FDUS (SAL DO OPERADOR E HASH DE MAO UNICA DA SENHA *
000040*E DAS TRES ULTIMAS, CPYHSPG). NO MESMO MOLDE DE CONVUS: LE     *
000050*dados1\arquivos\ACEUS01 NA VERSAO 2, GRAVA ACEUS01N NA 3 (A    *
000060*SUBSTITUICAO EM PRODUCAO E UM PASSO OPERACIONAL POSTERIOR) E   *
000070*IMPRIME AS CONTAGENS. O ACEUS01 ORIGINAL FICA INTACTO E E O    *
000080*RETORNO; NENHUMA OUTRA COPIA COM AS SENHAS EM CLARO E GERADA.  *
000090*CADA OPERADOR GANHA UM SAL NOVO; SENHA, DATA DA SENHA, FALHAS  *
000100*E BLOQUEIO SEGUEM COMO ESTAVAM - NINGUEM PRECISA TROCAR A      *
000110*SENHA. CONTAGENS FECHANDO, CARIMBA A VERSAO 3 DO ACEUS NO      *
000120*CONTROLE DE LAYOUT.                                            *
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. CONVSENH.
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190     SELECT Arquivo-Velho ASSIGN TO WS-Arq-ACEUS
000200            ORGANIZATION IS INDEXED
000210            ACCESS MODE  IS SEQUENTIAL
000220            RECORD KEY   IS USU-CODIGOV
000230            FILE STATUS  IS FS-VELHO.
000240     SELECT ACEUS ASSIGN TO WS-ARQ-ACEUS-NOVO
000250            ORGANIZATION IS INDEXED
000260            ACCESS MODE IS DYNAMIC
000270            RECORD KEY IS USU-CODIGO
000280            FILE STATUS IS FS.
000330     SELECT RELATO  ASSIGN TO PRINTER
000340                    FILE STATUS IS FS-REL.
000350 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000360 DATA DIVISION.
000370 FILE SECTION.
000380*ACEUS NA VERSAO 2 DO LAYOUT (CONVUS), SENHAS EM CLARO.
000390 FD  Arquivo-Velho
000400     LABEL RECORD IS STANDARD.
000410 01  REG-USV.
000420     03  USU-CODIGOV      PIC 9(04).
000430     03  USU-NOMEV        PIC X(30).
000440     03  USU-SENHAV       PIC X(08).
000450     03  USU-NIVELV       PIC 9(01).
000460     03  USU-STATUSV      PIC X(01).
000470     03  USU-TENTATIVASV  PIC 9(02).
000480     03  USU-BLOQV        PIC X(01).
000490     03  USU-DTSENHAV     PIC 9(08).
000500     03  USU-SENHA-ANT1V  PIC X(08).
000510     03  USU-SENHA-ANT2V  PIC X(08).
000520     03  USU-SENHA-ANT3V  PIC X(08).
000530     03  FILLER           PIC X(10).
000540 COPY "C:\Repo2024\cobol\dados1\book\FDUS".
000570 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000580 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000590 WORKING-STORAGE SECTION.
000600 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000610 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000620 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000630 COPY "C:\Repo2024\cobol\dados1\book\CPYHSWS".

       01  WS-ARQ-ACEUS-NOVO     PIC X(60) VALUE SPACES.

       01  FS-VELHO              PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-VELHO          PIC X(01) VALUE "N".
           88  FIM-VELHO         VALUE "S".

       01  WS-QTD-LIDOS          PIC 9(07) VALUE ZERO.
       01  WS-QTD-GRAVADOS       PIC 9(07) VALUE ZERO.
       01  WS-QTD-HISTORICO      PIC 9(07) VALUE ZERO.

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(52) VALUE
               "CONVSENH - SENHAS DO CADASTRO ACEUS PARA HASH".

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
               "SENHAS DE HISTORICO COM HASH: ".
           03  TOT-HISTORICO     PIC Z(06)9.

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
           MOVE SPACES TO WS-ARQ-ACEUS-NOVO
           STRING WS-Arq-ACEUS DELIMITED BY SPACE
                  "N" DELIMITED BY SIZE
               INTO WS-ARQ-ACEUS-NOVO
           END-STRING
           OPEN INPUT Arquivo-Velho
           IF FS-VELHO NOT = "00"
               DISPLAY "CONVSENH - ERRO AO ABRIR ACEUS01: " FS-VELHO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           OPEN OUTPUT ACEUS
           OPEN OUTPUT RELATO
           WRITE REG-REL FROM WS-LINHA-CAB
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           READ Arquivo-Velho NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-VELHO
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM Converte-Registro
           END-READ
           .

      *---------------------------------------------------------------*

      *O SAL E UM SO POR OPERADOR: A SENHA ATUAL E AS DO HISTORICO
      *PASSAM PELO MESMO SAL, SENAO A TROCA NAO RECONHECERIA A REPETIDA.
      *HISTORICO EM BRANCO CONTINUA EM BRANCO (SEM HISTORICO).
       Converte-Registro SECTION.
           MOVE SPACES          TO REG-US
           MOVE USU-CODIGOV     TO USU-CODIGO
           MOVE USU-NOMEV       TO USU-NOME
           MOVE USU-NIVELV      TO USU-NIVEL
           MOVE USU-STATUSV     TO USU-STATUS
           MOVE USU-TENTATIVASV TO USU-TENTATIVAS
           MOVE USU-BLOQV       TO USU-BLOQ
           MOVE USU-DTSENHAV    TO USU-DTSENHA
           PERFORM GERA-SAL-SENHA THRU SAI-GERA-SAL-SENHA
           MOVE WS-Hs-Sal       TO USU-SAL
           MOVE USU-SENHAV      TO WS-Hs-Senha
           PERFORM CALCULA-HASH-SENHA THRU SAI-CALCULA-HASH-SENHA
           MOVE WS-Hs-Hash      TO USU-HASH
           IF USU-SENHA-ANT1V NOT = SPACES
               MOVE USU-SENHA-ANT1V TO WS-Hs-Senha
               PERFORM CALCULA-HASH-SENHA THRU SAI-CALCULA-HASH-SENHA
               MOVE WS-Hs-Hash      TO USU-HASH-ANT1
               ADD 1 TO WS-QTD-HISTORICO
           END-IF
           IF USU-SENHA-ANT2V NOT = SPACES
               MOVE USU-SENHA-ANT2V TO WS-Hs-Senha
               PERFORM CALCULA-HASH-SENHA THRU SAI-CALCULA-HASH-SENHA
               MOVE WS-Hs-Hash      TO USU-HASH-ANT2
               ADD 1 TO WS-QTD-HISTORICO
           END-IF
           IF USU-SENHA-ANT3V NOT = SPACES
               MOVE USU-SENHA-ANT3V TO WS-Hs-Senha
               PERFORM CALCULA-HASH-SENHA THRU SAI-CALCULA-HASH-SENHA
               MOVE WS-Hs-Hash      TO USU-HASH-ANT3
               ADD 1 TO WS-QTD-HISTORICO
           END-IF
           MOVE SPACES          TO WS-Hs-Senha
           WRITE REG-US
               INVALID KEY
                   DISPLAY "CONVSENH - CHAVE DUPLICADA: " USU-CODIGOV
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           MOVE WS-QTD-LIDOS     TO TOT-LIDOS
           MOVE WS-QTD-GRAVADOS  TO TOT-GRAVADOS
           MOVE WS-QTD-HISTORICO TO TOT-HISTORICO
           WRITE REG-REL FROM WS-LINHA-TOT1
           WRITE REG-REL FROM WS-LINHA-TOT2
           WRITE REG-REL FROM WS-LINHA-TOT3
           CLOSE Arquivo-Velho ACEUS RELATO
           DISPLAY "CONVSENH - LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "CONVSENH - ATENCAO: CONTAGENS NAO BATEM, "
                       "NAO SUBSTITUA O ARQUIVO EM PRODUCAO."
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACEUS" TO WS-Lv-Arq
               MOVE 3 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYHSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
