000060*PARA CONFIRMACAO EM PEDCOM - O RABISCO NO IMPRESSO DEIXA DE    *
000070*MORRER ANTES DO PEDIDO. EXIGE NIVEL DE MANUTENCAO E TUDO       *
000080*FICA NO LOG.                                                   *
      *O CUSTO COTADO DA ESCOLHIDA SEGUE NO RASCUNHO COMO CUSTO       *
      *COMBINADO (CUSTO-13), CONFERIDO CONTRA A NOTA NO RECEBIMENTO.  *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. COTACAO.
000110 ENVIRONMENT DIVISION.
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000200     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000210                    FILE STATUS IS FS-REL.
000220 DATA DIVISION.
000280 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000300 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000310 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000320 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000330 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000340 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
               + Tl-Prazo-Entrega
           COMPUTE WS-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-TRAB)
      *CONFERE O CARIMBO DE VERSAO DO ACE13 (layout.ctl): O RASCUNHO
      *GRAVADO AQUI LEVA O CUSTO COMBINADO DO LAYOUT 2.
           MOVE "ACE13" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-COTACAO
           END-IF
           OPEN I-O ACEQC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEQC
               MOVE WS-QTDE          TO QTPEDIDA-13
               MOVE WS-QTDE          TO QTABERTA-13
               MOVE "P"              TO SITUACAO-13
               MOVE QC-CUSTO         TO CUSTO-13
               WRITE REG-13
                   INVALID KEY
                       DISPLAY "JA EXISTE LINHA DESTE FORNECEDOR + "
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
