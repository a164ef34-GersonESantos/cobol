000010*CONVCP-CONVERSAO DO CONTAS A PAGAR (ACECP) DO LAYOUT 1 PARA O  *
000020*LAYOUT 2 DE FDCP (OPERADOR QUE LANCOU O TITULO, AP-OPER-LANC,  *
000030*E RESERVA AMPLIADA), PARA A SEGREGACAO DE FUNCOES RECUSAR A    *
000040*BAIXA DO TITULO PELO PROPRIO LANCADOR. NO MESMO MOLDE DE       *
000050*CONVRC: LE O ACECP ANTIGO, GRAVA O ARQUIVO COM SUFIXO N NO     *
000060*NOVO LAYOUT (A SUBSTITUICAO EM PRODUCAO E UM PASSO OPERACIONAL *
000070*POSTERIOR), GUARDA COPIA SEQUENCIAL DE RETORNO EM              *
000080*arquivos\bkp\ACECPCONV.SEG E IMPRIME AS CONTAGENS              *
000090*ANTES\DEPOIS. OS TITULOS EXISTENTES FICAM COM LANCADOR ZERO    *
000100*(DESCONHECIDO) - A CONFERENCIA SO VALE PARA OS LANCADOS DAQUI  *
000110*EM DIANTE.                                                     *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CONVCP.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170     SELECT Arquivo-Velho ASSIGN TO WS-Arq-ACECP
000180            ORGANIZATION IS INDEXED
000190            ACCESS MODE  IS SEQUENTIAL
000200            RECORD KEY   IS AP-NUM-V
000210            ALTERNATE RECORD KEY IS AP-FORN-V WITH DUPLICATES
000220            FILE STATUS  IS FS-VELHO.
000230     SELECT ACECP ASSIGN TO WS-ARQ-ACECP-NOVO
000240            ORGANIZATION IS INDEXED
000250            ACCESS MODE IS DYNAMIC
000260            RECORD KEY IS AP-NUM
000270            ALTERNATE RECORD KEY IS AP-FORN WITH DUPLICATES
000280            FILE STATUS IS FS.
000290     SELECT Arquivo-Retorno
000300            ASSIGN TO "arquivos\bkp\ACECPCONV.SEG"
000310            ORGANIZATION IS LINE SEQUENTIAL
000320            FILE STATUS  IS FS-RET.
000330     SELECT RELATO  ASSIGN TO PRINTER
000340                    FILE STATUS IS FS-REL.
000350 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  Arquivo-Velho
000390     LABEL RECORD IS STANDARD.
000400 01  REG-CPV.
000410     03  AP-NUM-V         PIC 9(06).
000420     03  AP-FORN-V        PIC 9(04).
000430     03  AP-COD-V         PIC 9(06).
000440     03  AP-EMISSAO-V     PIC 9(08).
000450     03  AP-VENCTO-V      PIC 9(08).
000460     03  AP-QTDE-V        PIC 9(07).
000470     03  AP-CUSTO-V       PIC 9(10).
000480     03  AP-VALOR-V       PIC 9(15).
000490     03  AP-VALORPAGO-V   PIC 9(15).
000500     03  AP-DATAPAGTO-V   PIC 9(08).
000510     03  AP-CONDPG-V      PIC 9(03).
000520     03  AP-SITUACAO-V    PIC X(01).
000530     03  AP-LOTE-V        PIC X(06).
000540     03  AP-EMPRESA-V     PIC X(02).
000550     03  FILLER           PIC X(02).
000560 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000570 FD  Arquivo-Retorno.
000580 01  Reg-Retorno           PIC X(101).
000590 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000600 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000610 WORKING-STORAGE SECTION.
000620 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000630 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000640 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  WS-ARQ-ACECP-NOVO     PIC X(60) VALUE SPACES.

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
               "CONVCP - CONVERSAO DE LAYOUT DO CONTAS A PAGAR".

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
           MOVE SPACES TO WS-ARQ-ACECP-NOVO
           STRING WS-Arq-ACECP DELIMITED BY SPACE
                  "N" DELIMITED BY SIZE
               INTO WS-ARQ-ACECP-NOVO
           END-STRING
           OPEN INPUT Arquivo-Velho
           IF FS-VELHO NOT = "00"
               DISPLAY "CONVCP - ERRO AO ABRIR ACECP: " FS-VELHO
               MOVE "S" TO WS-FIM-VELHO
           END-IF
           OPEN OUTPUT ACECP
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
           MOVE REG-CPV TO Reg-Retorno
           WRITE Reg-Retorno
           IF FS-RET = "00"
               ADD 1 TO WS-QTD-RETORNO
           END-IF
           .

      *---------------------------------------------------------------*
      *CONVERTE-REGISTRO - CAMPO A CAMPO DO LAYOUT ANTIGO PARA O
      *NOVO. LOTE E EMPRESA PASSAM COMO ESTAO (BRANCOS DOS TITULOS
      *ANTERIORES A ELES CONTINUAM VALENDO FORA DE LOTE\EMPRESA 01);
      *O LANCADOR NASCE ZERO E A RESERVA EM BRANCO.
       Converte-Registro SECTION.
           MOVE SPACES           TO REG-CP
           MOVE AP-NUM-V         TO AP-NUM
           MOVE AP-FORN-V        TO AP-FORN
           MOVE AP-COD-V         TO AP-COD
           MOVE AP-EMISSAO-V     TO AP-EMISSAO
           MOVE AP-VENCTO-V      TO AP-VENCTO
           MOVE AP-QTDE-V        TO AP-QTDE
           MOVE AP-CUSTO-V       TO AP-CUSTO
           MOVE AP-VALOR-V       TO AP-VALOR
           MOVE AP-VALORPAGO-V   TO AP-VALORPAGO
           MOVE AP-DATAPAGTO-V   TO AP-DATAPAGTO
           MOVE AP-CONDPG-V      TO AP-CONDPG
           MOVE AP-SITUACAO-V    TO AP-SITUACAO
      *LOTE E EMPRESA VAO BYTE A BYTE (MESMA POSICAO NOS DOIS
      *LAYOUTS), PARA OS BRANCOS NAO VIRAREM NUMERO.
           MOVE AP-LOTE-V        TO REG-CP(92:6)
           MOVE AP-EMPRESA-V     TO REG-CP(98:2)
           MOVE ZERO             TO AP-OPER-LANC
           WRITE REG-CP
               INVALID KEY
                   DISPLAY "CONVCP - CHAVE DUPLICADA: " AP-NUM-V
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
           CLOSE Arquivo-Velho ACECP Arquivo-Retorno RELATO
           DISPLAY "CONVCP - LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "CONVCP - ATENCAO: CONTAGENS NAO BATEM, "
                       "NAO SUBSTITUA O ARQUIVO EM PRODUCAO."
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACECP" TO WS-Lv-Arq
               MOVE 2 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
