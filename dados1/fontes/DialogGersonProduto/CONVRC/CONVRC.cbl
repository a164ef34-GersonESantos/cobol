000010*CONVRC-CONVERSAO DO CONTAS A RECEBER (ACERC) DO LAYOUT ANTIGO  *
000020*(UM TITULO POR NOTA, CHAVE RC-NFNUM) PARA O LAYOUT V2 DE FDRC  *
000030*(CHAVE NOTA + PARCELA, QUANTIDADE DE PARCELAS, PLANO E RESERVA *
000040*AMPLIADA). NO MESMO MOLDE DE CONVNF14: LE O ACERC ANTIGO, GRAVA*
000050*O ARQUIVO COM SUFIXO N NO NOVO LAYOUT (A SUBSTITUICAO EM       *
000060*PRODUCAO E UM PASSO OPERACIONAL POSTERIOR), GUARDA COPIA       *
000070*SEQUENCIAL DE RETORNO EM arquivos\bkp\ACERCCONV.SEG E IMPRIME  *
000080*AS CONTAGENS ANTES\DEPOIS. OS TITULOS EXISTENTES VIRAM PARCELA *
000090*01 DE 01, SEM PLANO.                                           *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONVRC.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT Arquivo-Velho ASSIGN TO WS-Arq-ACERC
000160            ORGANIZATION IS INDEXED
000170            ACCESS MODE  IS SEQUENTIAL
000180            RECORD KEY   IS RC-NFNUM-V
                  ALTERNATE RECORD KEY IS RC-CLI-V WITH DUPLICATES
000190            FILE STATUS  IS FS-VELHO.
000200     SELECT ACERC ASSIGN TO WS-ARQ-ACERC-NOVO
000210            ORGANIZATION IS INDEXED
000220            ACCESS MODE IS DYNAMIC
000230            RECORD KEY IS RC-CHAVE
000240            FILE STATUS IS FS.
000250     SELECT Arquivo-Retorno
000260            ASSIGN TO "arquivos\bkp\ACERCCONV.SEG"
000270            ORGANIZATION IS LINE SEQUENTIAL
000280            FILE STATUS  IS FS-RET.
000290     SELECT RELATO  ASSIGN TO PRINTER
000300                    FILE STATUS IS FS-REL.
000310 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  Arquivo-Velho
000350     LABEL RECORD IS STANDARD.
000360 01  REG-RCV.
000370     03  RC-NFNUM-V       PIC 9(06).
000380     03  RC-CLI-V         PIC 9(06).
000390     03  RC-EMISSAO-V     PIC 9(08).
000400     03  RC-VENCTO-V      PIC 9(08).
000410     03  RC-VALOR-V       PIC 9(10)V99.
000420     03  RC-VALORPAGO-V   PIC 9(10)V99.
000430     03  RC-DATAPAGTO-V   PIC 9(08).
000440     03  RC-CONDPG-V      PIC 9(03).
000450     03  RC-SITUACAO-V    PIC X(01).
000460     03  RC-REMESSA-V     PIC X(01).
000470     03  RC-DTREMESSA-V   PIC 9(08).
000480     03  FILLER           PIC X(03).
000490 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000500 FD  Arquivo-Retorno.
000510 01  Reg-Retorno           PIC X(76).
000520 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000530 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000540 WORKING-STORAGE SECTION.
000550 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000560 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000570 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  WS-ARQ-ACERC-NOVO     PIC X(60) VALUE SPACES.

       01  FS-VELHO              PIC X(02) VALUE "00".
       01  FS-RET                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-VELHO          PIC X(01) VALUE "N".
           88  FIM-VELHO         VALUE "S".

       01  WS-QTD-LIDOS          PIC 9(07) VALUE ZERO.
       01  WS-QTD-GRAVADOS       PIC 9(07) VALUE ZERO.
       01  WS-QTD-RETORNO        PIC 9(07) VALUE ZERO.

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(52) VALUE
               "CONVRC - CONVERSAO DE LAYOUT DO CONTAS A RECEBER".

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
      *OS CAMINHOS SAEM DA CONFIGURACAO (DADOSDIR\EMPRESA), PARA A
      *CONVERSAO PODER RODAR CONTRA UMA COPIA DE TESTE; O ARQUIVO
      *NOVO SAI AO LADO DO VELHO COM O SUFIXO N.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           MOVE SPACES TO WS-ARQ-ACERC-NOVO
           STRING WS-Arq-ACERC DELIMITED BY SPACE
                  "N" DELIMITED BY SIZE
               INTO WS-ARQ-ACERC-NOVO
           END-STRING
           OPEN INPUT Arquivo-Velho
           IF FS-VELHO NOT = "00"
               DISPLAY "CONVRC - ERRO AO ABRIR ACERC: " FS-VELHO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           OPEN OUTPUT ACERC
           OPEN OUTPUT Arquivo-Retorno
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
                   PERFORM Grava-Retorno
                   PERFORM Converte-Registro
           END-READ
           .

      *---------------------------------------------------------------*

       Grava-Retorno SECTION.
           MOVE SPACES  TO Reg-Retorno
           MOVE REG-RCV TO Reg-Retorno
           WRITE Reg-Retorno
           IF FS-RET = "00"
               ADD 1 TO WS-QTD-RETORNO
           END-IF
           .

      *---------------------------------------------------------------*
      *CONVERTE-REGISTRO - CAMPO A CAMPO DO LAYOUT ANTIGO PARA O
      *NOVO; TODO TITULO EXISTENTE VIRA A PARCELA 01 DE 01 DA SUA
      *NOTA, SEM PLANO E SEM ENCARGOS APURADOS.
       Converte-Registro SECTION.
           MOVE SPACES           TO REG-RC
           MOVE RC-NFNUM-V       TO RC-NFNUM
           MOVE 1                TO RC-PARCELA
           MOVE RC-CLI-V         TO RC-CLI
           MOVE RC-EMISSAO-V     TO RC-EMISSAO
           MOVE RC-VENCTO-V      TO RC-VENCTO
           MOVE RC-VALOR-V       TO RC-VALOR
           MOVE RC-VALORPAGO-V   TO RC-VALORPAGO
           MOVE RC-DATAPAGTO-V   TO RC-DATAPAGTO
           MOVE RC-CONDPG-V      TO RC-CONDPG
           MOVE RC-SITUACAO-V    TO RC-SITUACAO
           MOVE RC-REMESSA-V     TO RC-REMESSA
           MOVE RC-DTREMESSA-V   TO RC-DTREMESSA
           MOVE 1                TO RC-QTPARC
           MOVE ZERO             TO RC-PLANO
           MOVE ZERO             TO RC-ENCPAGO
           MOVE ZERO             TO RC-ENCDISP
           MOVE ZERO             TO RC-DTENCARGO
           MOVE ZERO             TO RC-CHEQUE
           MOVE ZERO             TO RC-ENCPEND
           WRITE REG-RC
               INVALID KEY
                   DISPLAY "CONVRC - CHAVE DUPLICADA: " RC-NFNUM-V
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           MOVE WS-QTD-LIDOS    TO TOT-LIDOS
           MOVE WS-QTD-GRAVADOS TO TOT-GRAVADOS
           MOVE WS-QTD-RETORNO  TO TOT-RETORNO
           WRITE REG-REL FROM WS-LINHA-TOT1
           WRITE REG-REL FROM WS-LINHA-TOT2
           WRITE REG-REL FROM WS-LINHA-TOT3
           CLOSE Arquivo-Velho ACERC Arquivo-Retorno RELATO
           DISPLAY "CONVRC - LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "CONVRC - ATENCAO: CONTAGENS NAO BATEM, "
                       "NAO SUBSTITUA O ARQUIVO EM PRODUCAO."
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACERC" TO WS-Lv-Arq
               MOVE 2 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
