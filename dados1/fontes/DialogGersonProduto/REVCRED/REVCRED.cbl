000010*REVCRED-REVISAO MENSAL DO CREDITO DO CLIENTE PELO              *
000020*COMPORTAMENTO DE PAGAMENTO (ACERV). MODO 1 (LOTE, NIVEL DE     *
000030*MANUTENCAO): PARA CADA CLIENTE ATIVO DE ACECL APURA NOS        *
000040*TITULOS DE ACERC DOS ULTIMOS 12 MESES (EMITIDOS NA JANELA OU   *
000050*AINDA ABERTOS) O ATRASO MEDIO EM DIAS, O MAIOR SALDO VENCIDO   *
000060*(O VENCIDO ABERTO HOJE OU O MAIOR TITULO PAGO COM ATRASO) E O  *
000070*VOLUME COMPRADO, E PROPOE O RISCO (A A D PELO ATRASO MEDIO;    *
000080*TITULO ABERTO VENCIDO HA MAIS DE 90 DIAS = D) E O LIMITE NOVO  *
000090*(MEDIA MENSAL COMPRADA X 3, 2 OU 1 PARA A, B, C, NA CENTENA DE *
000100*BAIXO, MINIMO DE UMA CENTENA; D MANTEM O LIMITE). SO HA        *
000110*PROPOSTA QUANDO LIMITE OU RISCO MUDAM; A LISTA SAI EM RELATO.  *
000120*CLIENTE COM RISCO D TEM O CREDITO BLOQUEADO NA HORA            *
000130*(CLI-BLOQCRED), E PEDVEN, PEDIMP E FATURA O RECUSAM ATE O      *
000140*SUPERVISOR LIBERAR NO MODO 3; A RODADA SEGUINTE BLOQUEIA DE    *
000150*NOVO SE O RISCO CONTINUAR D. MODO 2 (SUPERVISOR): ACEITA,      *
000160*AJUSTA OU REJEITA CADA PROPOSTA PENDENTE, COMO PROPMIN FAZ COM *
000170*O COMPRADOR - SO A ACEITA REGRAVA CLI-LIMITE. TUDO FICA NO LOG *
000180*DE OPERACOES.                                                  *
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVCRED.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 COPY "C:\Repo2024\cobol\dados1\book\SELRV".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELRC".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000310     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000320                    FILE STATUS IS FS-REL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 COPY "C:\Repo2024\cobol\dados1\book\FDRV".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000430 WORKING-STORAGE SECTION.
000440 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000450 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

      *FAIXAS DO RISCO (ATRASO MEDIO EM DIAS), ATRASO ABERTO QUE
      *JOGA DIRETO EM D E MULTIPLO DA MEDIA MENSAL POR RISCO.
       78  Tl-Atraso-A           VALUE 5.
       78  Tl-Atraso-B           VALUE 15.
       78  Tl-Atraso-C           VALUE 45.
       78  Tl-Atraso-Critico     VALUE 90.
       78  Tl-Fator-A            VALUE 3.
       78  Tl-Fator-B            VALUE 2.
       78  Tl-Fator-C            VALUE 1.

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-REVCRED        PIC X(01) VALUE "N".
           88  FIM-REVCRED       VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".
       01  WS-FIM-TITULOS        PIC X(01).
           88  FIM-TITULOS       VALUE "S".
       01  WS-TEM-REVISAO        PIC X(01).
           88  TEM-REVISAO       VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DECISAO            PIC X(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-INICIO        PIC 9(08).
       01  WS-JUL-HOJE           PIC 9(07).
       01  WS-JUL-VENCTO         PIC 9(07).
       01  WS-JUL-PAGTO          PIC 9(07).
       01  WS-DIAS               PIC S9(07).
       01  WS-CLIENTE            PIC 9(06).
       01  WS-CLI-GUARDADO       PIC 9(06).
       01  WS-QTD-TITULOS        PIC 9(05).
       01  WS-SOMA-ATRASO        PIC 9(09).
       01  WS-ATRASO-MEDIO       PIC 9(04).
       01  WS-MAIOR-ATRASO       PIC 9(05).
       01  WS-VENCIDO-ABERTO     PIC 9(10)V99.
       01  WS-MAIOR-PAGO-ATRASO  PIC 9(10)V99.
       01  WS-MAIOR-VENCIDO      PIC 9(10)V99.
       01  WS-COMPRAS            PIC 9(12)V99.
       01  WS-SALDO-TITULO       PIC 9(10)V99.
       01  WS-RISCO              PIC X(01).
       01  WS-RISCO-ATUAL        PIC X(01).
       01  WS-FATOR              PIC 9(01).
       01  WS-CENTENAS           PIC 9(10).
       01  WS-LIMITE-NOVO        PIC 9(08)V99.
       01  WS-QTD-PROPOSTAS      PIC 9(05).
       01  WS-QTD-BLOQUEADOS     PIC 9(05).

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(22) VALUE "CLIENTE".
           03  FILLER            PIC X(05) VALUE "ATRS".
           03  FILLER            PIC X(12) VALUE " MAIOR VENC".
           03  FILLER            PIC X(13) VALUE "  COMPRAS 12M".
           03  FILLER            PIC X(04) VALUE "RSC".
           03  FILLER            PIC X(12) VALUE " LIMITE ATU".
           03  FILLER            PIC X(11) VALUE " LIMITE NOV".

       01  WS-LINHA-REV.
           03  RL-CLI            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RL-NOME           PIC X(14).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RL-ATRASO         PIC ZZZ9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RL-VENCIDO        PIC ZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RL-COMPRAS        PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RL-RISCO-ANT      PIC X(01).
           03  FILLER            PIC X(01) VALUE ">".
           03  RL-RISCO          PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RL-LIMITE-ATU     PIC ZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RL-LIMITE-PROP    PIC ZZZZZZZ9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-REVCRED
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "REVCRED - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-REVCRED
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-REVCRED
           END-IF
           MOVE "ACECL" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-REVCRED
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-JUL-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-JUL-HOJE - 365)
           OPEN I-O ACERV
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERV
               CLOSE ACERV
               OPEN I-O ACERV
           END-IF
           OPEN I-O ACECL
           OPEN INPUT ACERC
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "REVCRED" TO WS-Log-Programa
           MOVE "REVISAO MENSAL DE CREDITO    " TO WS-Rel-Titulo
           MOVE "REVCRED" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "REVCRED - 1=GERAR PROPOSTAS 2=REVISAR PENDENTES "
                   "3=LIBERAR BLOQUEIO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gera-Propostas
               WHEN 2
                   PERFORM Revisa-Propostas
               WHEN 3
                   PERFORM Libera-Bloqueio
               WHEN 0
                   MOVE "S" TO WS-FIM-REVCRED
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Gera-Propostas SECTION.
           MOVE ZERO TO WS-QTD-PROPOSTAS WS-QTD-BLOQUEADOS
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB
           ADD 1 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-LISTA
           MOVE ZEROS TO CLI-CODIGO
           START ACECL KEY IS NOT LESS CLI-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACECL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF NOT CLI-STATUS-INATIVO
                           PERFORM Apura-Cliente
                           IF WS-QTD-TITULOS NOT = ZERO
                               PERFORM Calcula-Proposta
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           DISPLAY "REVCRED - PROPOSTAS GERADAS: " WS-QTD-PROPOSTAS
                   " CLIENTES BLOQUEADOS (RISCO D): "
                   WS-QTD-BLOQUEADOS
           .

      *---------------------------------------------------------------*
      *APURA-CLIENTE - VARRE OS TITULOS DO CLIENTE PELA CHAVE
      *ALTERNADA RC-CLI. ENTRA NA CONTA O TITULO NAO CANCELADO
      *EMITIDO NOS ULTIMOS 12 MESES OU AINDA ABERTO (EM CUSTODIA
      *CONTA COMO ABERTO). ATRASO DO PAGO = PAGAMENTO - VENCIMENTO;
      *DO ABERTO VENCIDO = HOJE - VENCIMENTO; EM DIA = ZERO.
       Apura-Cliente SECTION.
           MOVE CLI-CODIGO TO WS-CLIENTE
           MOVE ZERO TO WS-QTD-TITULOS WS-SOMA-ATRASO WS-MAIOR-ATRASO
                        WS-VENCIDO-ABERTO WS-MAIOR-PAGO-ATRASO
                        WS-COMPRAS
           MOVE WS-CLIENTE TO RC-CLI
           MOVE "N" TO WS-FIM-TITULOS
           START ACERC KEY IS = RC-CLI
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM UNTIL FIM-TITULOS
               READ ACERC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF RC-CLI NOT = WS-CLIENTE
                           MOVE "S" TO WS-FIM-TITULOS
                       ELSE
                           IF NOT TITULO-CANCELADO
                              AND RC-VENCTO NUMERIC
                              AND RC-VENCTO > 19000101
                              AND (RC-EMISSAO NOT < WS-DATA-INICIO
                                   OR TITULO-ABERTO
                                   OR TITULO-EM-CUSTODIA)
                               PERFORM Apura-Titulo
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Apura-Titulo SECTION.
           ADD 1 TO WS-QTD-TITULOS
           IF RC-EMISSAO NOT < WS-DATA-INICIO
               ADD RC-VALOR TO WS-COMPRAS
           END-IF
           COMPUTE WS-JUL-VENCTO = FUNCTION INTEGER-OF-DATE(RC-VENCTO)
           MOVE ZERO TO WS-DIAS
           IF TITULO-PAGO
               IF RC-DATAPAGTO NUMERIC AND RC-DATAPAGTO > 19000101
                   COMPUTE WS-JUL-PAGTO =
                       FUNCTION INTEGER-OF-DATE(RC-DATAPAGTO)
                   COMPUTE WS-DIAS = WS-JUL-PAGTO - WS-JUL-VENCTO
                   IF WS-DIAS > ZERO
                      AND RC-VALOR > WS-MAIOR-PAGO-ATRASO
                       MOVE RC-VALOR TO WS-MAIOR-PAGO-ATRASO
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-DIAS = WS-JUL-HOJE - WS-JUL-VENCTO
               IF WS-DIAS > ZERO
                   COMPUTE WS-SALDO-TITULO = RC-VALOR - RC-VALORPAGO
                   ADD WS-SALDO-TITULO TO WS-VENCIDO-ABERTO
                   IF WS-DIAS > WS-MAIOR-ATRASO
                       MOVE WS-DIAS TO WS-MAIOR-ATRASO
                   END-IF
               END-IF
           END-IF
           IF WS-DIAS > ZERO
               ADD WS-DIAS TO WS-SOMA-ATRASO
           END-IF
           .

      *---------------------------------------------------------------*
      *CALCULA-PROPOSTA - RISCO PELO ATRASO MEDIO E LIMITE PELA MEDIA
      *MENSAL COMPRADA. IGUAL AO VIGENTE (LIMITE E RISCO DA ULTIMA
      *ACEITA) NAO GERA PROPOSTA: O REGISTRO SO E ATUALIZADO COM OS
      *NUMEROS DA RODADA. RISCO D BLOQUEIA O CREDITO NA HORA.
       Calcula-Proposta SECTION.
           COMPUTE WS-ATRASO-MEDIO = WS-SOMA-ATRASO / WS-QTD-TITULOS
           IF WS-VENCIDO-ABERTO > WS-MAIOR-PAGO-ATRASO
               MOVE WS-VENCIDO-ABERTO TO WS-MAIOR-VENCIDO
           ELSE
               MOVE WS-MAIOR-PAGO-ATRASO TO WS-MAIOR-VENCIDO
           END-IF
           EVALUATE TRUE
               WHEN WS-MAIOR-ATRASO > Tl-Atraso-Critico
                   MOVE "D" TO WS-RISCO
               WHEN WS-ATRASO-MEDIO NOT > Tl-Atraso-A
                   MOVE "A" TO WS-RISCO
               WHEN WS-ATRASO-MEDIO NOT > Tl-Atraso-B
                   MOVE "B" TO WS-RISCO
               WHEN WS-ATRASO-MEDIO NOT > Tl-Atraso-C
                   MOVE "C" TO WS-RISCO
               WHEN OTHER
                   MOVE "D" TO WS-RISCO
           END-EVALUATE
           EVALUATE WS-RISCO
               WHEN "A"
                   MOVE Tl-Fator-A TO WS-FATOR
               WHEN "B"
                   MOVE Tl-Fator-B TO WS-FATOR
               WHEN "C"
                   MOVE Tl-Fator-C TO WS-FATOR
               WHEN OTHER
                   MOVE ZERO TO WS-FATOR
           END-EVALUATE
           IF WS-FATOR = ZERO
               MOVE CLI-LIMITE TO WS-LIMITE-NOVO
           ELSE
               COMPUTE WS-CENTENAS =
                   WS-COMPRAS * WS-FATOR / 12 / 100
               IF WS-CENTENAS = ZERO
                   MOVE 1 TO WS-CENTENAS
               END-IF
               IF WS-CENTENAS > 999999
                   MOVE 999999 TO WS-CENTENAS
               END-IF
               COMPUTE WS-LIMITE-NOVO = WS-CENTENAS * 100
           END-IF
           MOVE SPACES TO WS-RISCO-ATUAL
           MOVE "N" TO WS-TEM-REVISAO
           MOVE WS-CLIENTE TO RV-CLI
           READ ACERV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-REVISAO
                   MOVE RV-RISCO-ATUAL TO WS-RISCO-ATUAL
           END-READ
           MOVE "00" TO FS
           INITIALIZE REG-RV
           MOVE WS-CLIENTE        TO RV-CLI
           MOVE WS-DATA-HOJE      TO RV-DATA
           MOVE WS-QTD-TITULOS    TO RV-QTD-TITULOS
           MOVE WS-ATRASO-MEDIO   TO RV-ATRASO-MEDIO
           MOVE WS-MAIOR-VENCIDO  TO RV-MAIOR-VENCIDO
           MOVE WS-COMPRAS        TO RV-COMPRAS
           MOVE CLI-LIMITE        TO RV-LIMITE-ATUAL
           MOVE WS-LIMITE-NOVO    TO RV-LIMITE-PROP
           MOVE WS-RISCO          TO RV-RISCO
           MOVE WS-RISCO-ATUAL    TO RV-RISCO-ATUAL
           IF WS-LIMITE-NOVO = CLI-LIMITE AND WS-RISCO = WS-RISCO-ATUAL
               MOVE "A" TO RV-SITUACAO
               MOVE WS-DATA-HOJE TO RV-DTAPROV
           ELSE
               MOVE "P" TO RV-SITUACAO
               ADD 1 TO WS-QTD-PROPOSTAS
               PERFORM Imprime-Proposta
           END-IF
           IF TEM-REVISAO
               REWRITE REG-RV
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROPOSTA " RV-CLI
               END-REWRITE
           ELSE
               WRITE REG-RV
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROPOSTA " RV-CLI
               END-WRITE
           END-IF
           MOVE "00" TO FS
           IF RISCO-D AND NOT CLI-CREDITO-BLOQUEADO
               PERFORM Bloqueia-Cliente
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Proposta SECTION.
           MOVE WS-CLIENTE       TO RL-CLI
           MOVE CLI-NOME         TO RL-NOME
           MOVE WS-ATRASO-MEDIO  TO RL-ATRASO
           MOVE WS-MAIOR-VENCIDO TO RL-VENCIDO
           MOVE WS-COMPRAS       TO RL-COMPRAS
           MOVE WS-RISCO-ATUAL   TO RL-RISCO-ANT
           MOVE WS-RISCO         TO RL-RISCO
           MOVE CLI-LIMITE       TO RL-LIMITE-ATU
           MOVE WS-LIMITE-NOVO   TO RL-LIMITE-PROP
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-REV
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Bloqueia-Cliente SECTION.
           MOVE "S" TO CLI-BLOQCRED
           REWRITE REG-CL
               INVALID KEY
                   DISPLAY "ERRO AO BLOQUEAR CLIENTE " CLI-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-BLOQUEADOS
                   MOVE "BLOQ-CRED" TO WS-Log-Funcao
                   MOVE CLI-CODIGO  TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-REWRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Revisa-Propostas SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "REVCRED - APROVACAO EXIGE OPERADOR "
                       "SUPERVISOR. ASSINE COM LOGON."
           ELSE
               MOVE "N" TO WS-FIM-LISTA
               MOVE ZEROS TO RV-CLI
               START ACERV KEY IS NOT LESS RV-CLI
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LISTA
               END-START
               PERFORM UNTIL FIM-LISTA
                   READ ACERV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-LISTA
                       NOT AT END
                           IF REVCRED-PENDENTE
                               PERFORM Revisa-Uma-Proposta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Revisa-Uma-Proposta SECTION.
           MOVE RV-CLI TO WS-CLI-GUARDADO
           MOVE RV-CLI TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
           END-READ
           MOVE "00" TO FS
           DISPLAY RV-CLI " " CLI-NOME(1:30)
                   " TITULOS " RV-QTD-TITULOS
                   " ATRASO MEDIO " RV-ATRASO-MEDIO " DIAS"
           DISPLAY "  MAIOR VENCIDO " RV-MAIOR-VENCIDO
                   " COMPRAS 12 MESES " RV-COMPRAS
           DISPLAY "  RISCO " RV-RISCO-ATUAL " -> " RV-RISCO
                   " LIMITE ATUAL " RV-LIMITE-ATUAL
                   " PROPOSTO " RV-LIMITE-PROP
           DISPLAY "A=ACEITAR J=AJUSTAR R=REJEITAR OUTRA "
                   "TECLA=PULAR: "
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   MOVE RV-LIMITE-PROP TO WS-LIMITE-NOVO
                   PERFORM Aceita-Proposta
               WHEN "J"
               WHEN "j"
                   DISPLAY "NOVO LIMITE: "
                   ACCEPT WS-LIMITE-NOVO
                   PERFORM Aceita-Proposta
               WHEN "R"
               WHEN "r"
                   MOVE "R"            TO RV-SITUACAO
                   MOVE WS-Oper-Codigo TO RV-OPERAPROV
                   MOVE WS-DATA-HOJE   TO RV-DTAPROV
                   REWRITE REG-RV
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PROPOSTA."
                   END-REWRITE
                   MOVE "REJ-LIM"       TO WS-Log-Funcao
                   MOVE WS-CLI-GUARDADO TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *REPOSICIONA A VARREDURA LOGO APOS A PROPOSTA TRATADA.
           MOVE WS-CLI-GUARDADO TO RV-CLI
           START ACERV KEY IS GREATER RV-CLI
           IF FS NOT = "00" AND "02"
               MOVE "S" TO WS-FIM-LISTA
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *ACEITA-PROPOSTA - REGRAVA CLI-LIMITE E PASSA O RISCO PROPOSTO
      *A VIGENTE. O BLOQUEIO DO RISCO D JA FOI FEITO PELO LOTE.
       Aceita-Proposta SECTION.
           MOVE WS-CLI-GUARDADO TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO - PROPOSTA "
                           "MANTIDA PENDENTE."
               NOT INVALID KEY
                   MOVE WS-LIMITE-NOVO TO CLI-LIMITE
                   REWRITE REG-CL
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CLIENTE."
                       NOT INVALID KEY
                           MOVE "A"            TO RV-SITUACAO
                           MOVE WS-LIMITE-NOVO TO RV-LIMITE-PROP
                           MOVE RV-RISCO       TO RV-RISCO-ATUAL
                           MOVE WS-Oper-Codigo TO RV-OPERAPROV
                           MOVE WS-DATA-HOJE   TO RV-DTAPROV
                           REWRITE REG-RV
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR "
                                           "PROPOSTA."
                           END-REWRITE
                           MOVE "ACEITA-LIM"    TO WS-Log-Funcao
                           MOVE WS-CLI-GUARDADO TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "LIMITE ATUALIZADO."
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LIBERA-BLOQUEIO - SO O SUPERVISOR TIRA O BLOQUEIO DE CREDITO.
       Libera-Bloqueio SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "REVCRED - LIBERACAO EXIGE OPERADOR "
                       "SUPERVISOR. ASSINE COM LOGON."
           ELSE
               DISPLAY "CODIGO DO CLIENTE: "
               ACCEPT WS-CLIENTE
               MOVE WS-CLIENTE TO CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO."
                   NOT INVALID KEY
                       IF NOT CLI-CREDITO-BLOQUEADO
                           DISPLAY "CLIENTE SEM BLOQUEIO DE CREDITO."
                       ELSE
                           DISPLAY CLI-NOME " - LIBERAR O CREDITO "
                                   "(S/N)? "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR "s"
                               MOVE "N" TO CLI-BLOQCRED
                               REWRITE REG-CL
                                   INVALID KEY
                                       DISPLAY "ERRO AO GRAVAR "
                                               "CLIENTE."
                                   NOT INVALID KEY
                                       MOVE "LIB-BLOQCR" TO
                                           WS-Log-Funcao
                                       MOVE WS-CLIENTE TO WS-Log-Chave
                                       PERFORM GRAVA-LOG
                                           THRU SAI-GRAVA-LOG
                                       DISPLAY "CREDITO LIBERADO."
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACERV ACECL ACERC Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
