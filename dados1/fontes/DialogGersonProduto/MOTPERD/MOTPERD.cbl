000010*MOTPERD-MANUTENCAO DA TABELA DE MOTIVOS DE PERDA (ACEMT), NO   *
000020*MOLDE DE CCUSTO: INCLUIR\ALTERAR, LISTAR, INATIVAR\REATIVAR.   *
000030*CADA MOTIVO DIZ SE O CUSTO E RECUPERAVEL DA TRANSPORTADORA (T) *
000040*OU DO FORNECEDOR (F). O CODIGO E EXIGIDO NA PROPOSTA DE BAIXA, *
000050*NO AJUSTE NEGATIVO DE CONTAGEM E NA DEVOLUCAO AO FORNECEDOR, E *
000060*E A QUEBRA DO RELATORIO DE PERDAS. TODA OPERACAO VAI PARA O    *
000070*LOG.                                                           *
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID. MOTPERD.
000100 ENVIRONMENT DIVISION.
000110 INPUT-OUTPUT SECTION.
000120 FILE-CONTROL.
000130 COPY "C:\Repo2024\cobol\dados1\book\SELMT".
000140 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000160 DATA DIVISION.
000170 FILE SECTION.
000180 COPY "C:\Repo2024\cobol\dados1\book\FDMT".
000190 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000200 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000210 WORKING-STORAGE SECTION.
000220 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000230 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000240 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  FS                    PIC X(02) VALUE "00".

       01  WS-FIM-MOTPERD        PIC X(01) VALUE "N".
           88  FIM-MOTPERD       VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CODIGO             PIC X(03).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-MOTPERD
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "MOTPERD - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-MOTPERD
           END-IF
           OPEN I-O ACEMT
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMT
               CLOSE ACEMT
               OPEN I-O ACEMT
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "MOTPERD" TO WS-Log-Programa
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "MOTPERD - 1=INCLUIR/ALTERAR 2=LISTAR "
                   "3=INATIVAR 4=REATIVAR 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gravar-Motivo
               WHEN 2
                   PERFORM Listar-Motivos
               WHEN 3
                   PERFORM Muda-Status
               WHEN 4
                   PERFORM Muda-Status
               WHEN 0
                   MOVE "S" TO WS-FIM-MOTPERD
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Gravar-Motivo SECTION.
           DISPLAY "CODIGO DO MOTIVO (3 LETRAS): "
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "CODIGO EM BRANCO NAO E PERMITIDO."
           ELSE
               MOVE WS-CODIGO TO MT-COD
               DISPLAY "DESCRICAO: "
               ACCEPT MT-DESC
               DISPLAY "CUSTO RECUPERAVEL (N=NAO T=TRANSPORTADORA "
                       "F=FORNECEDOR): "
               ACCEPT MT-RECUPERA
               IF NOT MT-RECUPERA-TRANSP AND NOT MT-RECUPERA-FORNEC
                   MOVE "N" TO MT-RECUPERA
               END-IF
               MOVE "A" TO MT-STATUS
               WRITE REG-MT
                   INVALID KEY
                       REWRITE REG-MT
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR MOTIVO."
                       END-REWRITE
               END-WRITE
               MOVE "GRAVA-MOT" TO WS-Log-Funcao
               MOVE WS-CODIGO   TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           .

      *---------------------------------------------------------------*

       Listar-Motivos SECTION.
           MOVE LOW-VALUES TO MT-COD
           START ACEMT KEY IS NOT LESS MT-COD
               INVALID KEY
                   DISPLAY "TABELA VAZIA."
               NOT INVALID KEY
                   PERFORM UNTIL FS NOT = "00"
                       READ ACEMT NEXT RECORD
                           AT END
                               MOVE "10" TO FS
                           NOT AT END
                               DISPLAY MT-COD " " MT-DESC
                                       " " MT-RECUPERA " " MT-STATUS
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *MUDA-STATUS - INATIVAR E SOFT-DELETE (COMO CU-STATUS): O
      *MOVIMENTO ANTIGO CONTINUA APONTANDO PARA UM MOTIVO LEGIVEL E A
      *QUEBRA DOS MESES PASSADOS NAO MUDA.
       Muda-Status SECTION.
           DISPLAY "CODIGO DO MOTIVO: "
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO TO MT-COD
           READ ACEMT
               INVALID KEY
                   DISPLAY "MOTIVO NAO CADASTRADO."
               NOT INVALID KEY
                   IF WS-OPCAO = 3
                       MOVE "I" TO MT-STATUS
                       MOVE "INAT-MOT" TO WS-Log-Funcao
                   ELSE
                       MOVE "A" TO MT-STATUS
                       MOVE "REAT-MOT" TO WS-Log-Funcao
                   END-IF
                   REWRITE REG-MT
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR MOTIVO."
                       NOT INVALID KEY
                           MOVE WS-CODIGO TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
           END-READ
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEMT Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
