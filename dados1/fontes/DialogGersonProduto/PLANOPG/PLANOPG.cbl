000010*PLANOPG-MANUTENCAO DOS PLANOS DE PAGAMENTO (ACEPL), NO MOLDE DE *
000020*TRANSPTB. CADA PLANO DIZ EM QUANTAS PARCELAS O TITULO A        *
000030*RECEBER DA NOTA SE DIVIDE ("30\60\90", "ENTRADA + 2X"...), O   *
000040*PRAZO DE CADA PARCELA EM DIAS DA EMISSAO E, SE QUISER, O       *
000050*PERCENTUAL DE CADA UMA (TODOS ZERO = PARCELAS IGUAIS). O PLANO *
000060*E ATRIBUIDO AO CLIENTE (CLI-PLANO) E FATURA GERA UM TITULO EM  *
000070*ACERC POR PARCELA. PLANO NAO SE EXCLUI - INATIVA, PORQUE OS    *
000080*TITULOS ANTIGOS GUARDAM O CODIGO. TODA OPERACAO VAI PARA O LOG.*
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. PLANOPG.
000110 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140 COPY "C:\Repo2024\cobol\dados1\book\SELPL".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000170 DATA DIVISION.
000180 FILE SECTION.
000190 COPY "C:\Repo2024\cobol\dados1\book\FDPL".
000200 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000210 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000220 WORKING-STORAGE SECTION.
000230 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000240 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000250 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000260 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  WS-FIM-PLANOPG        PIC X(01) VALUE "N".
           88  FIM-PLANOPG       VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CODIGO             PIC 9(03).
       01  WS-IX                 PIC 9(02) COMP.
       01  WS-PRAZO-ANTERIOR     PIC 9(03).
       01  WS-SOMA-PERC          PIC 9(05)V99.
       01  WS-PLANO-OK           PIC X(01).
           88  PLANO-OK          VALUE "S".

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-PLANOPG
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "PLANOPG - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-PLANOPG
           END-IF
           OPEN I-O ACEPL
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEPL
               CLOSE ACEPL
               OPEN I-O ACEPL
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "PLANOPG" TO WS-Log-Programa
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "PLANOPG - 1=GRAVAR PLANO 2=LISTAR PLANO "
                   "3=INATIVAR 4=REATIVAR 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gravar-Plano
               WHEN 2
                   PERFORM Listar-Plano
               WHEN 3
                   PERFORM Inativar-Plano
               WHEN 4
                   PERFORM Reativar-Plano
               WHEN 0
                   MOVE "S" TO WS-FIM-PLANOPG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *GRAVAR-PLANO - INCLUI OU REGRAVA O PLANO. OS PRAZOS TEM DE SER
      *CRESCENTES (A PARCELA SEGUINTE NAO VENCE ANTES DA ANTERIOR) E
      *OS PERCENTUAIS, QUANDO INFORMADOS, TEM DE FECHAR 100%.
       Gravar-Plano SECTION.
           DISPLAY "CODIGO DO PLANO (001 A 998): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO = ZERO OR WS-CODIGO = 999
               DISPLAY "CODIGO RESERVADO - USE DE 001 A 998."
           ELSE
               INITIALIZE REG-PL
               MOVE WS-CODIGO TO PL-CODIGO
               DISPLAY "DESCRICAO (EX.: 30/60/90): "
               ACCEPT PL-DESCRICAO
               DISPLAY "QUANTIDADE DE PARCELAS (1 A 12): "
               ACCEPT PL-QTPARC
               IF PL-QTPARC = ZERO OR PL-QTPARC > 12
                   DISPLAY "QUANTIDADE DE PARCELAS INVALIDA."
               ELSE
                   PERFORM Digita-Parcelas
                   PERFORM Confere-Plano
                   IF PLANO-OK
                       MOVE "A" TO PL-STATUS
                       WRITE REG-PL
                           INVALID KEY
                               REWRITE REG-PL
                                   INVALID KEY
                                       DISPLAY "ERRO AO GRAVAR PLANO."
                               END-REWRITE
                       END-WRITE
                       MOVE "GRAVA-PLN" TO WS-Log-Funcao
                       MOVE WS-CODIGO   TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       DISPLAY "PLANO GRAVADO."
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Digita-Parcelas SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PL-QTPARC
               DISPLAY "PARCELA " WS-IX " - PRAZO EM DIAS DA EMISSAO "
                       "(0 = ENTRADA): "
               ACCEPT PL-PRAZO(WS-IX)
               DISPLAY "PARCELA " WS-IX " - PERCENTUAL DO TOTAL "
                       "(0 = PARCELAS IGUAIS): "
               ACCEPT PL-PERC(WS-IX)
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Confere-Plano SECTION.
           MOVE "S" TO WS-PLANO-OK
           MOVE ZERO TO WS-SOMA-PERC WS-PRAZO-ANTERIOR
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PL-QTPARC
               IF WS-IX > 1
                  AND PL-PRAZO(WS-IX) NOT GREATER WS-PRAZO-ANTERIOR
                   MOVE "N" TO WS-PLANO-OK
               END-IF
               MOVE PL-PRAZO(WS-IX) TO WS-PRAZO-ANTERIOR
               ADD PL-PERC(WS-IX) TO WS-SOMA-PERC
           END-PERFORM
           IF NOT PLANO-OK
               DISPLAY "PRAZOS FORA DE ORDEM - CADA PARCELA DEVE "
                       "VENCER DEPOIS DA ANTERIOR. PLANO NAO GRAVADO."
           ELSE
               IF WS-SOMA-PERC NOT = ZERO AND WS-SOMA-PERC NOT = 100
                   MOVE "N" TO WS-PLANO-OK
                   DISPLAY "PERCENTUAIS SOMAM " WS-SOMA-PERC
                           " - DEVEM FECHAR 100 OU FICAR TODOS ZERO. "
                           "PLANO NAO GRAVADO."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Listar-Plano SECTION.
           DISPLAY "PLANO A LISTAR (0 = TODOS): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO NOT = ZERO
               MOVE WS-CODIGO TO PL-CODIGO
               READ ACEPL
                   INVALID KEY
                       DISPLAY "PLANO NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM Mostra-Plano
               END-READ
           ELSE
               MOVE "N" TO WS-FIM-LISTA
               MOVE ZEROS TO PL-CODIGO
               START ACEPL KEY IS NOT LESS PL-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LISTA
               END-START
               PERFORM UNTIL FIM-LISTA
                   READ ACEPL NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-LISTA
                       NOT AT END
                           PERFORM Mostra-Plano
                   END-READ
               END-PERFORM
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Mostra-Plano SECTION.
           DISPLAY PL-CODIGO " " PL-DESCRICAO " " PL-QTPARC
                   " PARCELA(S) " PL-STATUS
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > PL-QTPARC OR WS-IX > 12
               DISPLAY "  PARCELA " WS-IX " PRAZO " PL-PRAZO(WS-IX)
                       " DIAS  PERC " PL-PERC(WS-IX)
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Inativar-Plano SECTION.
           DISPLAY "PLANO A INATIVAR: "
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO TO PL-CODIGO
           READ ACEPL
               INVALID KEY
                   DISPLAY "PLANO NAO CADASTRADO."
               NOT INVALID KEY
                   IF PLANO-INATIVO
                       DISPLAY "PLANO JA ESTA INATIVO."
                   ELSE
                       MOVE "I" TO PL-STATUS
                       REWRITE REG-PL
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR PLANO."
                           NOT INVALID KEY
                               MOVE "INAT-PLN" TO WS-Log-Funcao
                               MOVE WS-CODIGO  TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Reativar-Plano SECTION.
           DISPLAY "PLANO A REATIVAR: "
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO TO PL-CODIGO
           READ ACEPL
               INVALID KEY
                   DISPLAY "PLANO NAO CADASTRADO."
               NOT INVALID KEY
                   IF PLANO-ATIVO
                       DISPLAY "PLANO JA ESTA ATIVO."
                   ELSE
                       MOVE "A" TO PL-STATUS
                       REWRITE REG-PL
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR PLANO."
                           NOT INVALID KEY
                               MOVE "REAT-PLN" TO WS-Log-Funcao
                               MOVE WS-CODIGO  TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEPL Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
