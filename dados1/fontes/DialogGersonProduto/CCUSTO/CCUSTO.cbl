000010*CCUSTO-MANUTENCAO DO CADASTRO DE CENTROS DE CUSTO (ACECU), NO  *
000020*MOLDE DE VENDEDOR: INCLUIR\ALTERAR, LISTAR, INATIVAR\REATIVAR. *
000030*O CENTRO DE CUSTO E O DEPARTAMENTO QUE REQUISITA MATERIAL DE   *
000040*CONSUMO INTERNO EM REQUIS E RECEBE O RATEIO MENSAL. TODA       *
000050*OPERACAO VAI PARA O LOG.                                       *
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. CCUSTO.
000080 ENVIRONMENT DIVISION.
000090 INPUT-OUTPUT SECTION.
000100 FILE-CONTROL.
000110 COPY "C:\Repo2024\cobol\dados1\book\SELCU".
000120 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000130 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000140 DATA DIVISION.
000150 FILE SECTION.
000160 COPY "C:\Repo2024\cobol\dados1\book\FDCU".
000170 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000180 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000190 WORKING-STORAGE SECTION.
000200 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000210 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000220 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  FS                    PIC X(02) VALUE "00".

       01  WS-FIM-CCUSTO         PIC X(01) VALUE "N".
           88  FIM-CCUSTO        VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CODIGO             PIC 9(04).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CCUSTO
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "CCUSTO - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-CCUSTO
           END-IF
           OPEN I-O ACECU
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECU
               CLOSE ACECU
               OPEN I-O ACECU
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "CCUSTO" TO WS-Log-Programa
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CCUSTO - 1=INCLUIR/ALTERAR 2=LISTAR "
                   "3=INATIVAR 4=REATIVAR 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gravar-Centro
               WHEN 2
                   PERFORM Listar-Centros
               WHEN 3
                   PERFORM Muda-Status
               WHEN 4
                   PERFORM Muda-Status
               WHEN 0
                   MOVE "S" TO WS-FIM-CCUSTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Gravar-Centro SECTION.
           DISPLAY "CODIGO DO CENTRO DE CUSTO: "
           ACCEPT WS-CODIGO
           IF WS-CODIGO = ZERO
               DISPLAY "CODIGO ZERO NAO E PERMITIDO."
           ELSE
               MOVE WS-CODIGO TO CU-COD
               DISPLAY "NOME DO DEPARTAMENTO: "
               ACCEPT CU-NOME
               DISPLAY "RESPONSAVEL: "
               ACCEPT CU-RESP
               MOVE "A" TO CU-STATUS
               WRITE REG-CU
                   INVALID KEY
                       REWRITE REG-CU
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR CENTRO DE CUSTO."
                       END-REWRITE
               END-WRITE
               MOVE "GRAVA-CCUS" TO WS-Log-Funcao
               MOVE WS-CODIGO    TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           .

      *---------------------------------------------------------------*

       Listar-Centros SECTION.
           MOVE ZEROS TO CU-COD
           START ACECU KEY IS NOT LESS CU-COD
               INVALID KEY
                   DISPLAY "CADASTRO VAZIO."
               NOT INVALID KEY
                   PERFORM UNTIL FS NOT = "00"
                       READ ACECU NEXT RECORD
                           AT END
                               MOVE "10" TO FS
                           NOT AT END
                               DISPLAY CU-COD " " CU-NOME
                                       " " CU-RESP " " CU-STATUS
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *MUDA-STATUS - INATIVAR E SOFT-DELETE (COMO VD-STATUS): AS
      *REQUISICOES ANTIGAS CONTINUAM APONTANDO PARA UM CENTRO LEGIVEL
      *E O RELATORIO DE RATEIO DOS MESES PASSADOS NAO MUDA.
       Muda-Status SECTION.
           DISPLAY "CODIGO DO CENTRO DE CUSTO: "
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO TO CU-COD
           READ ACECU
               INVALID KEY
                   DISPLAY "CENTRO DE CUSTO NAO CADASTRADO."
               NOT INVALID KEY
                   IF WS-OPCAO = 3
                       MOVE "I" TO CU-STATUS
                       MOVE "INAT-CCUS" TO WS-Log-Funcao
                   ELSE
                       MOVE "A" TO CU-STATUS
                       MOVE "REAT-CCUS" TO WS-Log-Funcao
                   END-IF
                   REWRITE REG-CU
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CENTRO DE CUSTO."
                       NOT INVALID KEY
                           MOVE WS-CODIGO TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
           END-READ
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACECU Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
