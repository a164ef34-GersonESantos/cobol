000010*RESVEN-RECONSTRUCAO E CONFERENCIA DO RESUMO MENSAL DE VENDAS   *
000020*(ACESV). O SUPERVISOR INFORMA O MES INICIAL E O FINAL          *
000030*(AAAAMM). OPCAO 1 REFAZ OS MESES DA FAIXA: EXCLUI DO RESUMO OS *
000040*REGISTROS DELES, RELANCA CADA NOTA EMITIDA NA FAIXA            *
000050*(ACE14\ACE15, CANCELADAS FORA) PELA MESMA ROTINA CENTRAL QUE O *
000060*FATURAMENTO USA (CPYSVPG) E, EM CADA EMPRESA DE ACECE, AS      *
000070*DEVOLUCOES DE CLIENTE COM NOTA DE ORIGEM (MOVIMENTO "D" DE     *
000080*ACE02). OPCAO 2 SO CONFERE. NOS DOIS CASOS SAI EM RELATO A     *
000090*CONFERENCIA DE CADA MES DO RESUMO CONTRA AS CAPAS DAS NOTAS.   *
000100*RODAR COM O FATURAMENTO PARADO - NOTA EMITIDA DURANTE A        *
000110*RECONSTRUCAO PODE FICAR FORA DO MES OU ENTRAR DUAS VEZES.      *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. RESVEN.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000250     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000260                    FILE STATUS IS FS-REL.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000300 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000310 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000320 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000380 WORKING-STORAGE SECTION.
000390 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000400 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000410 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000420 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-OPCAO              PIC 9(01) VALUE ZERO.
           88  OPCAO-REFAZ       VALUE 1.
           88  OPCAO-CONFERE     VALUE 2.
       01  WS-MES-INI            PIC 9(06) VALUE ZERO.
       01  WS-MES-INI-R REDEFINES WS-MES-INI.
           03  WS-MES-INI-ANO    PIC 9(04).
           03  WS-MES-INI-MM     PIC 9(02).
       01  WS-MES-FIM            PIC 9(06) VALUE ZERO.
       01  WS-MES-FIM-R REDEFINES WS-MES-FIM.
           03  WS-MES-FIM-ANO    PIC 9(04).
           03  WS-MES-FIM-MM     PIC 9(02).
       01  WS-MES-TRAB           PIC 9(06) VALUE ZERO.
       01  WS-MES-TRAB-R REDEFINES WS-MES-TRAB.
           03  WS-MES-TRAB-ANO   PIC 9(04).
           03  WS-MES-TRAB-MM    PIC 9(02).
       01  WS-MES-DOC            PIC 9(06) VALUE ZERO.
       01  WS-CONFIRMA           PIC X(01) VALUE SPACE.

       01  WS-FIM-RESUMO         PIC X(01).
           88  FIM-RESUMO        VALUE "S".
       01  WS-FIM-NOTAS          PIC X(01).
           88  FIM-NOTAS         VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-ACECE          PIC X(01).
           88  FIM-ACECE         VALUE "S".
       01  WS-FIM-ACE02          PIC X(01).
           88  FIM-ACE02         VALUE "S".
       01  WS-ACHOU-ITEM         PIC X(01).
           88  ACHOU-ITEM        VALUE "S".
       01  WS-ACE01-ABERTO       PIC X(01) VALUE "N".
           88  ACE01-ABERTO      VALUE "S".
       01  WS-RELATO-ABERTO      PIC X(01) VALUE "N".
           88  RELATO-ABERTO     VALUE "S".

       01  WS-QT-EXCLUIDOS       PIC 9(07) COMP VALUE ZERO.
       01  WS-QT-NOTAS           PIC 9(07) COMP VALUE ZERO.
       01  WS-QT-ITENS           PIC 9(07) COMP VALUE ZERO.
       01  WS-QT-DEVOLUCOES      PIC 9(07) COMP VALUE ZERO.
       01  WS-QT-DEV-FORA        PIC 9(07) COMP VALUE ZERO.
       01  WS-QT-MESES           PIC 9(04) COMP VALUE ZERO.
       01  WS-QT-DIVERGENTES     PIC 9(04) COMP VALUE ZERO.

       01  WS-LINHA-FAIXA.
           03  FILLER            PIC X(22) VALUE
               "MESES CONFERIDOS:    ".
           03  LF-MES-INI        PIC 9(06).
           03  FILLER            PIC X(03) VALUE " A ".
           03  LF-MES-FIM        PIC 9(06).
           03  FILLER            PIC X(03) VALUE SPACES.
           03  LF-OPERACAO       PIC X(30).

       01  WS-LINHA-CONTA.
           03  LC-DESCRICAO      PIC X(40).
           03  LC-QTDE           PIC Z(06)9.

       01  WS-LINHA-FECHO.
           03  FILLER            PIC X(22) VALUE
               "MESES DIVERGENTES:   ".
           03  LX-DIVERGENTES    PIC ZZZ9.
           03  FILLER            PIC X(04) VALUE " DE ".
           03  LX-MESES          PIC ZZZ9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           IF OPCAO-REFAZ
               PERFORM Refaz-Resumo
           END-IF
           IF OPCAO-REFAZ OR OPCAO-CONFERE
               PERFORM Confere-Meses
           END-IF
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           OPEN EXTEND Arquivo-Log
           MOVE "RESVEN" TO WS-Log-Programa
           IF NOT Oper-Supervisor
               DISPLAY "RESVEN - FUNCAO RESTRITA A SUPERVISOR "
                       "(NIVEL 3). ASSINE COM LOGON."
           ELSE
               PERFORM Pede-Parametros
           END-IF
           IF OPCAO-REFAZ OR OPCAO-CONFERE
               PERFORM Abre-Arquivos
           END-IF
           .

      *---------------------------------------------------------------*

       Pede-Parametros SECTION.
           DISPLAY "RESVEN - 1=REFAZER E CONFERIR 2=SO CONFERIR "
                   "0=SAIR: "
           ACCEPT WS-OPCAO
           IF OPCAO-REFAZ OR OPCAO-CONFERE
               DISPLAY "MES INICIAL (AAAAMM): "
               ACCEPT WS-MES-INI
               DISPLAY "MES FINAL (AAAAMM, ZERO = O MESMO): "
               ACCEPT WS-MES-FIM
               IF WS-MES-FIM = ZERO
                   MOVE WS-MES-INI TO WS-MES-FIM
               END-IF
               IF WS-MES-INI-MM < 1 OR WS-MES-INI-MM > 12
                  OR WS-MES-FIM-MM < 1 OR WS-MES-FIM-MM > 12
                  OR WS-MES-FIM < WS-MES-INI
                   DISPLAY "RESVEN - FAIXA DE MESES INVALIDA."
                   MOVE ZERO TO WS-OPCAO
               END-IF
           END-IF
           IF OPCAO-REFAZ
               DISPLAY "RESVEN - O FATURAMENTO, O ESTORNO E A "
                       "DEVOLUCAO DEVEM ESTAR PARADOS. CONFIRMA "
                       "(S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND "s"
                   DISPLAY "RESVEN - RECONSTRUCAO ABANDONADA."
                   MOVE ZERO TO WS-OPCAO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Abre-Arquivos SECTION.
           OPEN INPUT ACE14
           IF FS NOT = "00"
               DISPLAY "RESVEN - ARQUIVO DE NOTAS (ACE14) NAO "
                       "ENCONTRADO: " FS
               MOVE ZERO TO WS-OPCAO
           ELSE
               OPEN INPUT ACE15
               MOVE "00" TO FS
               IF OPCAO-REFAZ
                   PERFORM ABRE-RESUMO-VENDAS THRU
                           SAI-ABRE-RESUMO-VENDAS
               ELSE
                   PERFORM ABRE-RESUMO-CONSULTA THRU
                           SAI-ABRE-RESUMO-CONSULTA
               END-IF
               IF OPCAO-REFAZ AND NOT Sv-Disponivel
                   CLOSE ACE14 ACE15
                   MOVE ZERO TO WS-OPCAO
               END-IF
           END-IF
           IF OPCAO-REFAZ OR OPCAO-CONFERE
               PERFORM CARREGA-EMPRESA-REL THRU
                       SAI-CARREGA-EMPRESA-REL
               MOVE "RESUMO MENSAL DE VENDAS       " TO WS-Rel-Titulo
               MOVE "RESVEN" TO WS-Rel-Id
               PERFORM MONTA-DISPOSITIVO-REL THRU
                       SAI-MONTA-DISPOSITIVO-REL
               OPEN OUTPUT RELATO
               MOVE "S" TO WS-RELATO-ABERTO
               PERFORM IMPRIME-CABECALHO-REL THRU
                       SAI-IMPRIME-CABECALHO-REL
               MOVE WS-MES-INI TO LF-MES-INI
               MOVE WS-MES-FIM TO LF-MES-FIM
               IF OPCAO-REFAZ
                   MOVE "MESES REFEITOS E CONFERIDOS" TO LF-OPERACAO
               ELSE
                   MOVE "SO CONFERENCIA" TO LF-OPERACAO
               END-IF
               WRITE REG-REL FROM WS-LINHA-FAIXA
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*
      *REFAZ-RESUMO - EXCLUI A FAIXA DO RESUMO E RELANCA NOTAS E
      *DEVOLUCOES. PODE SER REPETIDA: CADA RODADA COMECA EXCLUINDO O
      *QUE A ANTERIOR GRAVOU.
       Refaz-Resumo SECTION.
           MOVE "RSV-INICIO" TO WS-Log-Funcao
           MOVE SPACES TO WS-Log-Chave
           STRING WS-MES-INI ">" WS-MES-FIM
               DELIMITED BY SIZE INTO WS-Log-Chave
           END-STRING
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           PERFORM Exclui-Meses
           PERFORM Relanca-Notas
           PERFORM Relanca-Devolucoes
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           MOVE "REGISTROS EXCLUIDOS DO RESUMO" TO LC-DESCRICAO
           MOVE WS-QT-EXCLUIDOS TO LC-QTDE
           PERFORM Imprime-Contagem
           MOVE "NOTAS RELANCADAS" TO LC-DESCRICAO
           MOVE WS-QT-NOTAS TO LC-QTDE
           PERFORM Imprime-Contagem
           MOVE "ITENS RELANCADOS" TO LC-DESCRICAO
           MOVE WS-QT-ITENS TO LC-QTDE
           PERFORM Imprime-Contagem
           MOVE "DEVOLUCOES RELANCADAS" TO LC-DESCRICAO
           MOVE WS-QT-DEVOLUCOES TO LC-QTDE
           PERFORM Imprime-Contagem
           MOVE "DEVOLUCOES SEM NOTA\ITEM DE ORIGEM" TO LC-DESCRICAO
           MOVE WS-QT-DEV-FORA TO LC-QTDE
           PERFORM Imprime-Contagem
           MOVE "RSV-FIM" TO WS-Log-Funcao
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "RESVEN - NOTAS RELANCADAS: " WS-QT-NOTAS
                   " DEVOLUCOES: " WS-QT-DEVOLUCOES
           .

      *---------------------------------------------------------------*

       Exclui-Meses SECTION.
           MOVE "N" TO WS-FIM-RESUMO
           MOVE WS-MES-INI TO SV-MES
           MOVE ZEROS TO SV-COD SV-CLI SV-VEND
           START ACESV KEY IS NOT LESS SV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RESUMO
           END-START
           PERFORM UNTIL FIM-RESUMO
               READ ACESV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RESUMO
                   NOT AT END
                       IF SV-MES > WS-MES-FIM
                           MOVE "S" TO WS-FIM-RESUMO
                       ELSE
                           DELETE ACESV
                               INVALID KEY
                                   DISPLAY "RESVEN - ERRO AO EXCLUIR "
                                           SV-CHAVE " " FS-SV
                               NOT INVALID KEY
                                   ADD 1 TO WS-QT-EXCLUIDOS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-SV
           .

      *---------------------------------------------------------------*
      *RELANCA-NOTAS - ACE01 DA EMPRESA DO OPERADOR SO SERVE PARA O
      *CMEDIO-01 DO ITEM CONVERTIDO SEM CUSTO-15.
       Relanca-Notas SECTION.
           OPEN INPUT ACE01
           IF FS = "00"
               MOVE "S" TO WS-ACE01-ABERTO
           ELSE
               MOVE "N" TO WS-ACE01-ABERTO
           END-IF
           MOVE "+" TO WS-Sv-Sinal
           MOVE "N" TO WS-FIM-NOTAS
           MOVE ZEROS TO NF-NUM
           START ACE14 KEY IS NOT LESS NF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACE14 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       MOVE NF-DATA(1:6) TO WS-MES-DOC
                       IF WS-MES-DOC NOT LESS WS-MES-INI
                          AND WS-MES-DOC NOT GREATER WS-MES-FIM
                          AND NOT NF-CANCELADA
                           PERFORM Relanca-Nota
                       END-IF
               END-READ
           END-PERFORM
           IF ACE01-ABERTO
               CLOSE ACE01
               MOVE "N" TO WS-ACE01-ABERTO
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Relanca-Nota SECTION.
           PERFORM DADOS-NOTA-RESUMO THRU SAI-DADOS-NOTA-RESUMO
           MOVE "N" TO WS-FIM-ITENS
           MOVE NF-NUM TO NF-NUM-15
           MOVE ZERO   TO SEQ-15
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NF-NUM-15 NOT = NF-NUM
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           PERFORM Custo-Medio-Item
                           PERFORM ACUMULA-ITEM-RESUMO THRU
                                   SAI-ACUMULA-ITEM-RESUMO
                           ADD 1 TO WS-QT-ITENS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM ACUMULA-CAPA-RESUMO THRU SAI-ACUMULA-CAPA-RESUMO
           ADD 1 TO WS-QT-NOTAS
           .

      *---------------------------------------------------------------*
      *CUSTO-MEDIO-ITEM - CMEDIO-01 DO PRODUTO DO ITEM, SO QUANDO O
      *ITEM NAO CONGELOU O CUSTO (CUSTO-15 ZERO).
       Custo-Medio-Item SECTION.
           MOVE ZERO TO WS-Sv-Cmedio
           IF ACE01-ABERTO
              AND (CUSTO-15 NOT NUMERIC OR CUSTO-15 = ZERO)
               MOVE COD-15 TO COD-01
               READ ACE01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMEDIO-01 TO WS-Sv-Cmedio
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *RELANCA-DEVOLUCOES - O MOVIMENTO E POR EMPRESA: UMA PASSADA EM
      *ACE02 DE CADA EMPRESA DE ACECE, COMO O CONSOLIDADO DE VALEST.
       Relanca-Devolucoes SECTION.
           MOVE "N" TO WS-FIM-ACECE
           OPEN INPUT ACECE
           IF FS NOT = "00"
               MOVE "S" TO WS-FIM-ACECE
           END-IF
           PERFORM UNTIL FIM-ACECE
               READ ACECE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACECE
                   NOT AT END
                       PERFORM Relanca-Devolucoes-Empresa
               END-READ
           END-PERFORM
           CLOSE ACECE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Relanca-Devolucoes-Empresa SECTION.
           MOVE COD-CE TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           MOVE "N" TO WS-FIM-ACE02
           OPEN INPUT ACE02
           IF FS NOT = "00"
               DISPLAY "RESVEN - EMPRESA " COD-CE
                       " SEM ARQUIVO DE MOVIMENTO: " FS
               MOVE "00" TO FS
           ELSE
               OPEN INPUT ACE01
               IF FS = "00"
                   MOVE "S" TO WS-ACE01-ABERTO
               ELSE
                   MOVE "N" TO WS-ACE01-ABERTO
               END-IF
               MOVE "00" TO FS
               PERFORM UNTIL FIM-ACE02
                   READ ACE02 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ACE02
                       NOT AT END
                           MOVE DATA-02(1:6) TO WS-MES-DOC
                           IF MOV-02-DEV-CLIENTE AND DOC-02-NOTA
                              AND DOCNUM-02 NOT = ZERO
                              AND WS-MES-DOC NOT LESS WS-MES-INI
                              AND WS-MES-DOC NOT GREATER WS-MES-FIM
                               PERFORM Relanca-Devolucao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE02
               IF ACE01-ABERTO
                   CLOSE ACE01
                   MOVE "N" TO WS-ACE01-ABERTO
               END-IF
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *RELANCA-DEVOLUCAO - CLIENTE E VENDEDOR DA NOTA DE ORIGEM E
      *PRECO DO PRIMEIRO ITEM DELA COM O PRODUTO, COMO DEVOL CONFERE.
       Relanca-Devolucao SECTION.
           MOVE "N" TO WS-ACHOU-ITEM
           MOVE DOCNUM-02 TO NF-NUM
           READ ACE14
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Procura-Item-Devolvido
           END-READ
           MOVE "00" TO FS
           IF ACHOU-ITEM
               PERFORM Custo-Medio-Item
               MOVE DATA-02 TO WS-Sv-Data
               MOVE QTDE-02 TO WS-Sv-Qtd-Devolvida
               MOVE "+" TO WS-Sv-Sinal
               PERFORM ACUMULA-DEVOLUCAO-RESUMO THRU
                       SAI-ACUMULA-DEVOLUCAO-RESUMO
               ADD 1 TO WS-QT-DEVOLUCOES
           ELSE
               ADD 1 TO WS-QT-DEV-FORA
           END-IF
           .

      *---------------------------------------------------------------*

       Procura-Item-Devolvido SECTION.
           MOVE "N" TO WS-FIM-ITENS
           MOVE DOCNUM-02 TO NF-NUM-15
           MOVE ZERO      TO SEQ-15
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NF-NUM-15 NOT = DOCNUM-02
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           IF COD-15 = COD-02
                               MOVE "S" TO WS-ACHOU-ITEM
                                           WS-FIM-ITENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Contagem SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-CONTA
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *CONFERE-MESES - UMA CONFERENCIA POR MES DA FAIXA.
       Confere-Meses SECTION.
           MOVE WS-MES-INI TO WS-MES-TRAB
           PERFORM UNTIL WS-MES-TRAB > WS-MES-FIM
               MOVE WS-MES-TRAB TO WS-Sv-Mes-Conf
               PERFORM IMPRIME-CONFERENCIA-RESUMO THRU
                       SAI-IMPRIME-CONFERENCIA-RESUMO
               ADD 1 TO WS-QT-MESES
               IF Sv-Diverge
                   ADD 1 TO WS-QT-DIVERGENTES
               END-IF
               IF WS-MES-TRAB-MM = 12
                   MOVE 1 TO WS-MES-TRAB-MM
                   ADD 1 TO WS-MES-TRAB-ANO
               ELSE
                   ADD 1 TO WS-MES-TRAB-MM
               END-IF
           END-PERFORM
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-QT-DIVERGENTES TO LX-DIVERGENTES
           MOVE WS-QT-MESES       TO LX-MESES
           WRITE REG-REL FROM WS-LINHA-FECHO
           ADD 1 TO WS-Rel-Linha
           DISPLAY "RESVEN - MESES CONFERIDOS: " WS-QT-MESES
                   " DIVERGENTES: " WS-QT-DIVERGENTES
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF RELATO-ABERTO
               CLOSE ACE14 ACE15 RELATO
               IF Sv-Disponivel
                   CLOSE ACESV
               END-IF
           END-IF
           CLOSE Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYSVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
