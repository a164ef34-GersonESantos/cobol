000010*CONVCL-CONVERSAO DO CADASTRO DE CLIENTES (ACECL) DO LAYOUT 1   *
000020*PARA O LAYOUT 2 DE FDCL, QUE TRAZ A ACEITACAO DE SUBSTITUTO    *
000030*(CLI-ACEITASUB) E UMA RESERVA DE EXPANSAO NO FIM - A ULTIMA    *
000040*RESERVA DO LAYOUT 1 JA FOI USADA PELO BLOQUEIO DE CREDITO. NO  *
000050*MESMO MOLDE DE CONVCU13: LE dados1\arquivos\ACECL01 NO LAYOUT  *
000060*ANTIGO, GRAVA ACECL01N NO NOVO, GUARDA COPIA SEQUENCIAL DE     *
000070*RETORNO EM arquivos\bkp\ACECLCONV.SEG E IMPRIME AS CONTAGENS   *
000080*ANTES\DEPOIS. OS CLIENTES CONVERTIDOS SAEM SEM ACEITAR         *
000090*SUBSTITUTO ("N"), ATE O CADASTRO (CLIENTE) DIZER O CONTRARIO.  *
000100*ARQUIVO JA CARIMBADO (VERSAO 2) E RECUSADO.                    *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. CONVCL.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT Arquivo-Velho ASSIGN TO WS-Arq-ACECL
000170            ORGANIZATION IS INDEXED
000180            ACCESS MODE  IS SEQUENTIAL
000190            RECORD KEY   IS CLI-CODIGO-V
000200            ALTERNATE RECORD KEY IS CLI-NOME-V WITH DUPLICATES
000210            FILE STATUS  IS FS-VELHO.
000220     SELECT ACECL ASSIGN TO WS-ARQ-ACECL-NOVO
000230            ORGANIZATION IS INDEXED
000240            ACCESS MODE IS DYNAMIC
000250            RECORD KEY IS CLI-CODIGO
000260            ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
000270            FILE STATUS IS FS.
000280     SELECT Arquivo-Retorno
000290            ASSIGN TO "arquivos\bkp\ACECLCONV.SEG"
000300            ORGANIZATION IS LINE SEQUENTIAL
000310            FILE STATUS  IS FS-RET.
000320     SELECT RELATO  ASSIGN TO PRINTER
000330                    FILE STATUS IS FS-REL.
000340 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  Arquivo-Velho
000380     LABEL RECORD IS STANDARD.
000390 01  REG-CL-V.
000400     03  CLI-CODIGO-V     PIC 9(06).
000410     03  CLI-NOME-V       PIC X(40).
000420     03  CLI-CNPJ-V       PIC 9(14).
000430     03  CLI-CIDADE-V     PIC 9(05).
000440     03  CLI-CODTAB-V     PIC X(01).
000450     03  CLI-LIMITE-V     PIC 9(08)V99.
000460     03  CLI-STATUS-V     PIC X(01).
000470     03  CLI-CONDPG-V     PIC X(03).
000480     03  CLI-PLANO-V      PIC X(03).
000490     03  CLI-CHQDEV-V     PIC X(01).
000500     03  CLI-BLOQCRED-V   PIC X(01).
000510 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000520 FD  Arquivo-Retorno.
000530 01  Reg-Retorno           PIC X(85).
000540 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000550 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000560 WORKING-STORAGE SECTION.
000570 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000580 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000590 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  WS-ARQ-ACECL-NOVO     PIC X(60) VALUE SPACES.

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
               "CONVCL - CONVERSAO DO CADASTRO DE CLIENTES ACECL".

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
           MOVE "ACECL" TO WS-Lv-Arq
           MOVE 1 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               DISPLAY "CONVCL - ACECL JA CONVERTIDO - "
                       "NADA A CONVERTER."
               MOVE "S" TO WS-RECUSADO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           IF CONVERSAO-RECUSADA
               CONTINUE
           ELSE
           MOVE SPACES TO WS-ARQ-ACECL-NOVO
           STRING WS-Arq-ACECL DELIMITED BY SPACE
                  "N" DELIMITED BY SIZE
               INTO WS-ARQ-ACECL-NOVO
           END-STRING
           OPEN INPUT Arquivo-Velho
           IF FS-VELHO NOT = "00"
               DISPLAY "CONVCL - ERRO AO ABRIR ACECL01: " FS-VELHO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           OPEN OUTPUT ACECL
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
           MOVE SPACES   TO Reg-Retorno
           MOVE REG-CL-V TO Reg-Retorno
           WRITE Reg-Retorno
           IF FS-RET = "00"
               ADD 1 TO WS-QTD-RETORNO
           END-IF
           .

      *---------------------------------------------------------------*
      *OS CAMPOS QUE JA ENTRARAM PELA RESERVA DO LAYOUT 1 (PRAZO,
      *PLANO, CHEQUE DEVOLVIDO, BLOQUEIO) PODEM ESTAR EM BRANCO NOS
      *CLIENTES ANTIGOS; A COPIA BYTE A BYTE PRESERVA O "TESTAR
      *NUMERIC" DOS LEITORES.
       Converte-Registro SECTION.
           MOVE SPACES         TO REG-CL
           MOVE CLI-CODIGO-V   TO CLI-CODIGO
           MOVE CLI-NOME-V     TO CLI-NOME
           MOVE CLI-CNPJ-V     TO CLI-CNPJ
           MOVE CLI-CIDADE-V   TO CLI-CIDADE
           MOVE CLI-CODTAB-V   TO CLI-CODTAB
           MOVE CLI-LIMITE-V   TO CLI-LIMITE
           MOVE CLI-STATUS-V   TO CLI-STATUS
           MOVE CLI-CONDPG-V   TO CLI-CONDPG(1:3)
           MOVE CLI-PLANO-V    TO CLI-PLANO(1:3)
           MOVE CLI-CHQDEV-V   TO CLI-CHQDEV
           MOVE CLI-BLOQCRED-V TO CLI-BLOQCRED
           MOVE "N"            TO CLI-ACEITASUB
           WRITE REG-CL
               INVALID KEY
                   DISPLAY "CONVCL - CHAVE DUPLICADA: " CLI-CODIGO-V
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
           CLOSE Arquivo-Velho ACECL Arquivo-Retorno RELATO
           DISPLAY "CONVCL - LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "CONVCL - ATENCAO: CONTAGENS NAO BATEM, "
                       "NAO SUBSTITUA O ARQUIVO EM PRODUCAO."
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACECL" TO WS-Lv-Arq
               MOVE 2 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
