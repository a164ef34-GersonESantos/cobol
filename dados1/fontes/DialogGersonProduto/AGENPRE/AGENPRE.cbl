000010*AGENPRE-AGENDA DE MUDANCAS PERMANENTES DE PRECO (ACEAG). O     *
000020*AUMENTO DO FORNECEDOR QUE VALE A PARTIR DO DIA 1 DEIXA DE SER  *
000030*DIGITADO NA MANHA DO DIA, ANTES DE ABRIR A LOJA: O SUPERVISOR  *
000040*AGENDA AQUI, COM ANTECEDENCIA, OS PRECOS NOVOS DE UM PRODUTO   *
000050*OU UM PERCENTUAL PARA TODO UM FORNECEDOR\CLASSE, NO PRECO      *
000060*PRINCIPAL (PRATAC-01\PRVAR-01) OU NUMA TABELA DE ACE09, COM A  *
000070*DATA DE VIGENCIA E QUEM PEDIU. A CORRENTE NOTURNA (APLIPRE)    *
000080*APLICA O QUE VENCEU. A MUDANCA SEGURADA POR PROMOCAO OU        *
000090*CONTRATO VIGENTE FICA EM CONFLITO ATE O SUPERVISOR CANCELAR OU *
000100*LIBERAR AQUI. COMO SO O SUPERVISOR AGENDA, O PRECO APLICADO JA *
000110*ENTRA CONFIRMADO (CONFPR-01). TUDO VAI PARA O LOG DE           *
000120*OPERACOES.                                                     *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. AGENPRE.
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-09".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELAG".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000240 DATA DIVISION.
000250 FILE SECTION.
000260 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000270 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000280 COPY "C:\Repo2024\cobol\dados1\book\FD-09".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDAG".
000300 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000310 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000320 WORKING-STORAGE SECTION.
000330 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000340 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000350 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000360 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  FS-AG                 PIC X(02) VALUE "00".

       01  WS-FIM-AGENPRE        PIC X(01) VALUE "N".
           88  FIM-AGENPRE       VALUE "S".
       01  WS-FIM-LEITURA        PIC X(01).
           88  FIM-LEITURA       VALUE "S".
       01  WS-DADO-VALIDO        PIC X(01).
           88  DADO-VALIDO       VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-VIGENCIA      PIC 9(08).
       01  WS-DATA-VIG-GRUPO REDEFINES WS-DATA-VIGENCIA.
           03  WS-VIG-ANO        PIC 9(04).
           03  WS-VIG-MES        PIC 9(02).
           03  WS-VIG-DIA        PIC 9(02).
       01  WS-SEQ                PIC 9(04).
       01  WS-TIPO               PIC X(01).
       01  WS-COD-ENTRADA        PIC 9(06).
       01  WS-FORNECEDOR         PIC 9(04).
       01  WS-CLASSE             PIC X(01).
       01  WS-TABELA             PIC X(01).
       01  WS-NOVO-PRATAC        PIC 9(08)V99.
       01  WS-NOVO-PRVAR         PIC 9(08)V99.
       01  WS-PERCENTUAL         PIC S9(03)V99.
       01  WS-SOLICITANTE        PIC X(20).
       01  WS-QT-LISTADAS        PIC 9(05).

       01  WS-ED-PRECO-1         PIC Z(07)9.99.
       01  WS-ED-PRECO-2         PIC Z(07)9.99.
       01  WS-ED-PERCENTUAL      PIC -ZZ9.99.
       01  WS-ALVO               PIC X(20).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-AGENPRE
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "AGENPRE - CADASTRO DE PRODUTOS (ACE01) NAO "
                       "DISPONIVEL: " FS
               MOVE "S" TO WS-FIM-AGENPRE
           END-IF
           OPEN INPUT ACE06
           OPEN INPUT ACE09
           MOVE "00" TO FS
           OPEN I-O ACEAG
           IF FS-AG = "05" OR "35"
               OPEN OUTPUT ACEAG
               CLOSE ACEAG
               OPEN I-O ACEAG
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "AGENPRE" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "AGENPRE - 1=AGENDAR 2=CANCELAR 3=LIBERAR CONFLITO "
                   "4=LISTAR PENDENTES 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF Oper-Supervisor
                       PERFORM Agendar-Mudanca
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 2
                   IF Oper-Supervisor
                       PERFORM Cancelar-Mudanca
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 3
                   IF Oper-Supervisor
                       PERFORM Liberar-Conflito
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 4
                   PERFORM Listar-Agenda
               WHEN 0
                   MOVE "S" TO WS-FIM-AGENPRE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Recusa-Funcao SECTION.
           DISPLAY "AGENPRE - FUNCAO EXIGE OPERADOR ASSINADO COM "
                   "NIVEL DE SUPERVISOR. ASSINE COM LOGON."
           .

      *---------------------------------------------------------------*
      *AGENDAR-MUDANCA - CADA PASSO SO RODA SE O ANTERIOR VALIDOU.
       Agendar-Mudanca SECTION.
           MOVE "S" TO WS-DADO-VALIDO
           MOVE ZERO  TO WS-COD-ENTRADA WS-FORNECEDOR
                         WS-NOVO-PRATAC WS-NOVO-PRVAR WS-PERCENTUAL
           MOVE SPACE TO WS-CLASSE
           DISPLAY "TIPO P=PRODUTO F=FORNECEDOR C=CLASSE: "
           ACCEPT WS-TIPO
           INSPECT WS-TIPO CONVERTING "pfc" TO "PFC"
           EVALUATE WS-TIPO
               WHEN "P"
                   PERFORM Le-Produto
               WHEN "F"
                   PERFORM Le-Fornecedor
               WHEN "C"
                   PERFORM Le-Classe
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO."
                   MOVE "N" TO WS-DADO-VALIDO
           END-EVALUATE
           IF DADO-VALIDO
               PERFORM Le-Tabela
           END-IF
           IF DADO-VALIDO
               IF WS-TIPO = "P"
                   PERFORM Le-Precos-Novos
               ELSE
                   PERFORM Le-Percentual
               END-IF
           END-IF
           IF DADO-VALIDO
               PERFORM Le-Vigencia
           END-IF
           IF DADO-VALIDO
               DISPLAY "SOLICITADO POR: "
               ACCEPT WS-SOLICITANTE
               IF WS-SOLICITANTE = SPACES
                   DISPLAY "INFORME QUEM PEDIU A MUDANCA."
                   MOVE "N" TO WS-DADO-VALIDO
               END-IF
           END-IF
           IF DADO-VALIDO
               DISPLAY "CONFIRMA O AGENDAMENTO (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR "s"
                   PERFORM Grava-Agendamento
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Produto SECTION.
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WS-COD-ENTRADA
           MOVE WS-COD-ENTRADA TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " WS-COD-ENTRADA
                   MOVE "N" TO WS-DADO-VALIDO
               NOT INVALID KEY
                   MOVE PRATAC-01R TO WS-ED-PRECO-1
                   MOVE PRVAR-01R  TO WS-ED-PRECO-2
                   DISPLAY DESC-01 " ATACADO " WS-ED-PRECO-1
                           " VAREJO " WS-ED-PRECO-2
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Le-Fornecedor SECTION.
           DISPLAY "FORNECEDOR: "
           ACCEPT WS-FORNECEDOR
           MOVE WS-FORNECEDOR TO COD-06
           READ ACE06
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO: " WS-FORNECEDOR
                   MOVE "N" TO WS-DADO-VALIDO
               NOT INVALID KEY
                   DISPLAY NOME-06
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Le-Classe SECTION.
           DISPLAY "CLASSE DO PRODUTO (CLASSECE-01): "
           ACCEPT WS-CLASSE
           IF WS-CLASSE = SPACE
               DISPLAY "INFORME A CLASSE."
               MOVE "N" TO WS-DADO-VALIDO
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Tabela SECTION.
           DISPLAY "TABELA DE PRECO (BRANCO = PRECO PRINCIPAL): "
           ACCEPT WS-TABELA
           IF WS-TABELA NOT = SPACE AND WS-TIPO = "P"
               MOVE WS-COD-ENTRADA TO COD-09
               MOVE WS-TABELA      TO CODTAB-09
               READ ACE09
                   INVALID KEY
                       DISPLAY "PRODUTO SEM LINHA NA TABELA "
                               WS-TABELA "."
                       MOVE "N" TO WS-DADO-VALIDO
                   NOT INVALID KEY
                       MOVE PRATAC-09R TO WS-ED-PRECO-1
                       MOVE PRVAR-09R  TO WS-ED-PRECO-2
                       DISPLAY "TABELA " WS-TABELA " ATACADO "
                               WS-ED-PRECO-1 " VAREJO " WS-ED-PRECO-2
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Precos-Novos SECTION.
           DISPLAY "NOVO PRECO DE ATACADO (99999999.99, 0 = MANTEM): "
           ACCEPT WS-NOVO-PRATAC
           DISPLAY "NOVO PRECO DE VAREJO (99999999.99, 0 = MANTEM): "
           ACCEPT WS-NOVO-PRVAR
           IF WS-NOVO-PRATAC = ZERO AND WS-NOVO-PRVAR = ZERO
               DISPLAY "NENHUM PRECO NOVO INFORMADO."
               MOVE "N" TO WS-DADO-VALIDO
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Percentual SECTION.
           DISPLAY "PERCENTUAL DE REAJUSTE (-99.99 A 999.99): "
           ACCEPT WS-PERCENTUAL
           IF WS-PERCENTUAL = ZERO OR WS-PERCENTUAL NOT > -100
               DISPLAY "PERCENTUAL INVALIDO."
               MOVE "N" TO WS-DADO-VALIDO
           END-IF
           .

      *---------------------------------------------------------------*
      *LE-VIGENCIA - A DATA TEM DE SER FUTURA: MUDANCA PARA HOJE E
      *REMARCACAO COMUM (AJUSPRE), NAO AGENDAMENTO.
       Le-Vigencia SECTION.
           DISPLAY "VIGENCIA A PARTIR DE (AAAAMMDD): "
           ACCEPT WS-DATA-VIGENCIA
           IF WS-VIG-MES < 1 OR WS-VIG-MES > 12
              OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
               DISPLAY "DATA INVALIDA."
               MOVE "N" TO WS-DADO-VALIDO
           ELSE
               IF WS-DATA-VIGENCIA NOT > WS-DATA-HOJE
                   DISPLAY "A VIGENCIA TEM DE SER DEPOIS DE HOJE "
                           "(" WS-DATA-HOJE ")."
                   MOVE "N" TO WS-DADO-VALIDO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-AGENDAMENTO - PROXIMA SEQUENCIA DO DIA PELO MESMO PASSO
      *DE GRAVA-DESPESA (CPYRTPG): START NOT GREATER NO FIM DO DIA E
      *READ PREVIOUS.
       Grava-Agendamento SECTION.
           MOVE ZERO TO WS-SEQ
           MOVE WS-DATA-VIGENCIA TO AG-DATA-VIGENCIA
           MOVE 9999             TO AG-SEQ
           START ACEAG KEY IS NOT GREATER AG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ACEAG PREVIOUS RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AG-DATA-VIGENCIA = WS-DATA-VIGENCIA
                               MOVE AG-SEQ TO WS-SEQ
                           END-IF
                   END-READ
           END-START
           INITIALIZE REG-AG
           MOVE WS-DATA-VIGENCIA TO AG-DATA-VIGENCIA
           ADD 1 TO WS-SEQ GIVING AG-SEQ
           MOVE WS-TIPO          TO AG-TIPO
           MOVE WS-COD-ENTRADA   TO AG-COD
           MOVE WS-FORNECEDOR    TO AG-FORNECEDOR
           MOVE WS-CLASSE        TO AG-CLASSE
           MOVE WS-TABELA        TO AG-TABELA
           MOVE WS-NOVO-PRATAC   TO AG-PRATAC
           MOVE WS-NOVO-PRVAR    TO AG-PRVAR
           MOVE WS-PERCENTUAL    TO AG-PERCENTUAL
           MOVE WS-SOLICITANTE   TO AG-SOLICITANTE
           MOVE WS-Oper-Codigo   TO AG-OPERADOR
           MOVE WS-DATA-HOJE     TO AG-DATA-CADASTRO
           MOVE "P"              TO AG-SITUACAO
           MOVE "N"              TO AG-FORCA
           WRITE REG-AG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O AGENDAMENTO: " FS-AG
               NOT INVALID KEY
                   DISPLAY "AGENDADO: " AG-DATA-VIGENCIA "/" AG-SEQ
                   MOVE "AGENDA-PRE" TO WS-Log-Funcao
                   MOVE AG-CHAVE     TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-WRITE
           .

      *---------------------------------------------------------------*

       Le-Chave-Agenda SECTION.
           MOVE "S" TO WS-DADO-VALIDO
           DISPLAY "VIGENCIA (AAAAMMDD): "
           ACCEPT WS-DATA-VIGENCIA
           DISPLAY "SEQUENCIA: "
           ACCEPT WS-SEQ
           MOVE WS-DATA-VIGENCIA TO AG-DATA-VIGENCIA
           MOVE WS-SEQ           TO AG-SEQ
           READ ACEAG
               INVALID KEY
                   DISPLAY "AGENDAMENTO NAO CADASTRADO."
                   MOVE "N" TO WS-DADO-VALIDO
               NOT INVALID KEY
                   PERFORM Mostra-Agenda
           END-READ
           .

      *---------------------------------------------------------------*

       Cancelar-Mudanca SECTION.
           PERFORM Le-Chave-Agenda
           IF DADO-VALIDO
               IF AG-PENDENTE OR AG-CONFLITO
                   DISPLAY "CANCELAR O AGENDAMENTO (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       MOVE "X" TO AG-SITUACAO
                       REWRITE REG-AG
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O AGENDAMENTO."
                           NOT INVALID KEY
                               MOVE "CANC-AGPRE" TO WS-Log-Funcao
                               MOVE AG-CHAVE     TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-REWRITE
                   END-IF
               ELSE
                   DISPLAY "SO PENDENTE OU EM CONFLITO PODE SER "
                           "CANCELADO."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *LIBERAR-CONFLITO - SO PARA O TIPO P: NO FORNECEDOR\CLASSE O
      *REAJUSTE JA FOI APLICADO NOS DEMAIS ITENS E REPETI-LO DOBRARIA
      *O PERCENTUAL; O ITEM SEGURADO SE AGENDA DE NOVO COMO PRODUTO.
       Liberar-Conflito SECTION.
           PERFORM Le-Chave-Agenda
           IF DADO-VALIDO
               IF AG-CONFLITO AND AG-POR-PRODUTO
                   DISPLAY "APLICAR NA PROXIMA CORRENTE MESMO COM "
                           "PROMOCAO\CONTRATO (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       MOVE "P" TO AG-SITUACAO
                       MOVE "S" TO AG-FORCA
                       REWRITE REG-AG
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O AGENDAMENTO."
                           NOT INVALID KEY
                               MOVE "LIBERA-AGP" TO WS-Log-Funcao
                               MOVE AG-CHAVE     TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-REWRITE
                   END-IF
               ELSE
                   DISPLAY "SO AGENDAMENTO DE PRODUTO EM CONFLITO "
                           "PODE SER LIBERADO."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Listar-Agenda SECTION.
           MOVE ZERO TO WS-QT-LISTADAS
           MOVE LOW-VALUES TO AG-CHAVE
           MOVE "N" TO WS-FIM-LEITURA
           START ACEAG KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACEAG NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF AG-PENDENTE OR AG-CONFLITO
                           PERFORM Mostra-Agenda
                           ADD 1 TO WS-QT-LISTADAS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "AGENPRE - PENDENTES\EM CONFLITO: " WS-QT-LISTADAS
           .

      *---------------------------------------------------------------*

       Mostra-Agenda SECTION.
           MOVE SPACES TO WS-ALVO
           EVALUATE TRUE
               WHEN AG-POR-PRODUTO
                   STRING "PRODUTO " AG-COD DELIMITED BY SIZE
                       INTO WS-ALVO
                   END-STRING
               WHEN AG-POR-FORNECEDOR
                   STRING "FORNECEDOR " AG-FORNECEDOR
                       DELIMITED BY SIZE INTO WS-ALVO
                   END-STRING
               WHEN OTHER
                   STRING "CLASSE " AG-CLASSE DELIMITED BY SIZE
                       INTO WS-ALVO
                   END-STRING
           END-EVALUATE
           DISPLAY " "
           DISPLAY AG-DATA-VIGENCIA "/" AG-SEQ " " WS-ALVO
                   " TABELA " AG-TABELA " SITUACAO " AG-SITUACAO
                   " POR " AG-SOLICITANTE
           IF AG-POR-PRODUTO
               MOVE AG-PRATAC TO WS-ED-PRECO-1
               MOVE AG-PRVAR  TO WS-ED-PRECO-2
               DISPLAY "   ATACADO " WS-ED-PRECO-1
                       " VAREJO " WS-ED-PRECO-2 " (0 = MANTEM)"
           ELSE
               MOVE AG-PERCENTUAL TO WS-ED-PERCENTUAL
               DISPLAY "   REAJUSTE " WS-ED-PERCENTUAL "%"
           END-IF
           IF AG-CONFLITO
               DISPLAY "   SEGURADO POR PROMOCAO\CONTRATO NA "
                       "CORRENTE DE " AG-DATA-APLICACAO
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE06 ACE09 ACEAG Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
