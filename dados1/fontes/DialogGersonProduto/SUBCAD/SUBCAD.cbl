000010*SUBCAD-MANUTENCAO DA TABELA DE SUBSTITUTOS DE PRODUTO (ACESU). *
000020*PARA CADA PRODUTO O COMPRADOR MONTA A LISTA ORDENADA DOS       *
000030*EQUIVALENTES (OUTRA MARCA OU OUTRA EMBALAGEM) QUE PODEM SER    *
000040*OFERECIDOS QUANDO ELE FALTA, COM O FATOR DE CONVERSAO DA       *
000050*QUANTIDADE (QUANTO DO SUBSTITUTO ATENDE UMA UNIDADE DO         *
000060*PEDIDO). A ORDEM DA LISTA E A ORDEM EM QUE PEDVEN MOSTRA E     *
000070*PEDIMP TENTA OS SUBSTITUTOS. INCLUIR, LISTAR, ALTERAR O FATOR  *
000080*E EXCLUIR; EXIGE NIVEL DE MANUTENCAO E TUDO FICA NO LOG.       *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. SUBCAD.
000110 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140 COPY "C:\Repo2024\cobol\dados1\book\SELSU".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000170 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000180 DATA DIVISION.
000190 FILE SECTION.
000200 COPY "C:\Repo2024\cobol\dados1\book\FDSU".
000210 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000220 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000230 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000240 WORKING-STORAGE SECTION.
000250 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000260 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000270 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000280 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  WS-FIM-SUBCAD         PIC X(01) VALUE "N".
           88  FIM-SUBCAD        VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".
       01  WS-JA-NA-LISTA        PIC X(01).
           88  JA-NA-LISTA       VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-PRODUTO            PIC 9(06).
       01  WS-SUBSTITUTO         PIC 9(06).
       01  WS-SEQ                PIC 9(02).
       01  WS-ULTIMA-SEQ         PIC 9(02).
       01  WS-FATOR              PIC 9(03)V9(04).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-SUBCAD
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "SUBCAD - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-SUBCAD
           END-IF
           OPEN I-O ACESU
           IF FS = "05" OR "35"
               OPEN OUTPUT ACESU
               CLOSE ACESU
               OPEN I-O ACESU
           END-IF
           OPEN INPUT ACE01
           OPEN EXTEND Arquivo-Log
           MOVE "SUBCAD" TO WS-Log-Programa
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "SUBCAD - 1=INCLUIR SUBSTITUTO 2=LISTAR "
                   "3=ALTERAR FATOR 4=EXCLUIR SUBSTITUTO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Incluir-Substituto
               WHEN 2
                   PERFORM Listar-Substitutos
               WHEN 3
                   PERFORM Alterar-Fator
               WHEN 4
                   PERFORM Excluir-Substituto
               WHEN 0
                   MOVE "S" TO WS-FIM-SUBCAD
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Incluir-Substituto SECTION.
           DISPLAY "PRODUTO QUE FALTA: "
           ACCEPT WS-PRODUTO
           MOVE WS-PRODUTO TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " DESC-01 " " UND-01
                   PERFORM Grava-Substituto
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Substituto SECTION.
           DISPLAY "PRODUTO SUBSTITUTO: "
           ACCEPT WS-SUBSTITUTO
           IF WS-SUBSTITUTO = WS-PRODUTO
               DISPLAY "O PRODUTO NAO PODE SUBSTITUIR A SI MESMO."
           ELSE
               PERFORM Varre-Lista
               IF JA-NA-LISTA
                   DISPLAY "SUBSTITUTO JA ESTA NA LISTA DO PRODUTO."
               ELSE
                   MOVE WS-SUBSTITUTO TO COD-01
                   READ ACE01
                       INVALID KEY
                           DISPLAY "SUBSTITUTO NAO CADASTRADO."
                       NOT INVALID KEY
                           DISPLAY "SUBSTITUTO: " DESC-01 " " UND-01
                           PERFORM Completa-Substituto
                   END-READ
                   MOVE "00" TO FS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *COMPLETA-SUBSTITUTO - POSICAO NA LISTA (ZERO = NO FIM) E O
      *FATOR (ZERO = 1,0000, MESMA EMBALAGEM).
       Completa-Substituto SECTION.
           DISPLAY "POSICAO NA LISTA (0=NO FIM): "
           ACCEPT WS-SEQ
           IF WS-SEQ = ZERO
               COMPUTE WS-SEQ = WS-ULTIMA-SEQ + 1
           END-IF
           DISPLAY "QUANTIDADE DO SUBSTITUTO POR UNIDADE PEDIDA "
                   "(999.9999, 0=1): "
           ACCEPT WS-FATOR
           IF WS-FATOR = ZERO
               MOVE 1 TO WS-FATOR
           END-IF
           MOVE WS-PRODUTO    TO SU-COD
           MOVE WS-SEQ        TO SU-SEQ
           MOVE WS-SUBSTITUTO TO SU-SUBST
           MOVE WS-FATOR      TO SU-FATOR
           WRITE REG-SU
               INVALID KEY
                   DISPLAY "POSICAO " WS-SEQ " JA OCUPADA - EXCLUA "
                           "OU ESCOLHA OUTRA."
               NOT INVALID KEY
                   MOVE "INCL-SUBST" TO WS-Log-Funcao
                   MOVE SU-CHAVE     TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *VARRE-LISTA - ULTIMA POSICAO USADA NA LISTA DE WS-PRODUTO E SE
      *WS-SUBSTITUTO JA ESTA NELA.
       Varre-Lista SECTION.
           MOVE ZERO TO WS-ULTIMA-SEQ
           MOVE "N" TO WS-JA-NA-LISTA
           MOVE "N" TO WS-FIM-LISTA
           MOVE WS-PRODUTO TO SU-COD
           MOVE ZEROS      TO SU-SEQ
           START ACESU KEY IS NOT LESS SU-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACESU NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF SU-COD NOT = WS-PRODUTO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           MOVE SU-SEQ TO WS-ULTIMA-SEQ
                           IF SU-SUBST = WS-SUBSTITUTO
                               MOVE "S" TO WS-JA-NA-LISTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Listar-Substitutos SECTION.
           DISPLAY "PRODUTO A LISTAR: "
           ACCEPT WS-PRODUTO
           MOVE "N" TO WS-FIM-LISTA
           MOVE WS-PRODUTO TO SU-COD
           MOVE ZEROS      TO SU-SEQ
           START ACESU KEY IS NOT LESS SU-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACESU NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF SU-COD NOT = WS-PRODUTO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           MOVE SU-SUBST TO COD-01
                           READ ACE01
                               INVALID KEY
                                   MOVE "NAO ENCONTRADO" TO DESC-01
                                   MOVE SPACES TO UND-01
                           END-READ
                           DISPLAY SU-SEQ " " SU-SUBST " "
                                   DESC-01(1:30) " " UND-01
                                   " FATOR " SU-FATOR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Alterar-Fator SECTION.
           DISPLAY "PRODUTO: "
           ACCEPT WS-PRODUTO
           DISPLAY "POSICAO DO SUBSTITUTO: "
           ACCEPT WS-SEQ
           MOVE WS-PRODUTO TO SU-COD
           MOVE WS-SEQ     TO SU-SEQ
           READ ACESU
               INVALID KEY
                   DISPLAY "SUBSTITUTO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "SUBSTITUTO " SU-SUBST " FATOR ATUAL "
                           SU-FATOR
                   DISPLAY "NOVO FATOR (999.9999): "
                   ACCEPT WS-FATOR
                   IF WS-FATOR = ZERO
                       DISPLAY "FATOR ZERO NAO ACEITO."
                   ELSE
                       MOVE WS-FATOR TO SU-FATOR
                       REWRITE REG-SU
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR O SUBSTITUTO."
                           NOT INVALID KEY
                               MOVE "ALT-SUBST" TO WS-Log-Funcao
                               MOVE SU-CHAVE    TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Excluir-Substituto SECTION.
           DISPLAY "PRODUTO: "
           ACCEPT WS-PRODUTO
           DISPLAY "POSICAO DO SUBSTITUTO: "
           ACCEPT WS-SEQ
           MOVE WS-PRODUTO TO SU-COD
           MOVE WS-SEQ     TO SU-SEQ
           DELETE ACESU RECORD
               INVALID KEY
                   DISPLAY "SUBSTITUTO NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "EXCL-SUBST" TO WS-Log-Funcao
                   MOVE SU-CHAVE     TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-DELETE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACESU ACE01 Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
