000010*CONCBAN-CONCILIACAO BANCARIA. MODO 1 (SUPERVISOR) MANTEM AS    *
000020*CONTAS BANCARIAS DA EMPRESA (ACEBC) COM O SALDO DE ABERTURA, A *
000030*CONTA PADRAO DAS BAIXAS E A CONTA DE COBRANCA DO BANCOB. MODO  *
000040*2 LANCA A MAO NO MOVIMENTO BANCARIO (ACEMB) O QUE NAO VEM DE   *
000050*BAIXA NENHUMA: TARIFAS, OUTROS CREDITOS\DEBITOS E              *
000060*TRANSFERENCIAS ENTRE CONTAS. MODO 3 IMPORTA O EXTRATO DO BANCO *
000070*(arquivos\extrato.txt, HEADER "0" COM BANCO\AGENCIA\CONTA,     *
000080*DETALHES "1" E TRAILER "9" COM O SALDO FINAL) PARA ACEEX,      *
000090*IGNORANDO LINHAS JA IMPORTADAS, E CASA AUTOMATICAMENTE CADA    *
000100*LINHA COM UM MOVIMENTO PENDENTE DA CONTA DE MESMO TIPO E VALOR *
000110*NA DATA DO EXTRATO OU ATE 3 DIAS ANTES, PREFERINDO O DE MESMO  *
000120*DOCUMENTO. MODO 4 CASA A MAO AS LINHAS QUE SOBRARAM - COM UM   *
000130*OU MAIS MOVIMENTOS CUJA SOMA FECHE O VALOR DA LINHA, OU        *
000140*LANCANDO O MOVIMENTO QUE FALTAVA. MODO 5 IMPRIME AS PENDENCIAS *
000150*DE CADA CONTA. CADA LINHA CONCILIADA ATUALIZA O SALDO          *
000160*CONCILIADO DA CONTA (BC-SALDO-CONC), PONTO DE PARTIDA DO       *
000170*FLUXCX. TUDO FICA NO LOG; LANCAMENTO, IMPORTACAO E CONCILIACAO *
000180*EXIGEM OPERADOR COM NIVEL DE MANUTENCAO.                       *
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONCBAN.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 COPY "C:\Repo2024\cobol\dados1\book\SELBC".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELMB".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELEX".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000300     SELECT Arquivo-Extrato ASSIGN TO WS-Arq-Extrato
000310            ORGANIZATION IS LINE SEQUENTIAL
000320            FILE STATUS  IS FS-EXT.
000330     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000340                    FILE STATUS IS FS-REL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 COPY "C:\Repo2024\cobol\dados1\book\FDBC".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDMB".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDEX".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000430*EXTRATO DO BANCO (80 COLUNAS): HEADER "0", DETALHE "1" POR
000440*LANCAMENTO NA CONTA, TRAILER "9" COM O SALDO FINAL.
000450 FD  Arquivo-Extrato
000460     RECORD CONTAINS 80 CHARACTERS.
000470 01  Linha-Extrato.
000480     03  EXT-TIPO-REG      PIC X(01).
000490     03  EXT-HEADER.
000500         05  EXT-BANCO     PIC 9(03).
000510         05  EXT-AGENCIA   PIC 9(04).
000520         05  EXT-CONTA     PIC X(10).
000530         05  EXT-DTINI     PIC 9(08).
000540         05  EXT-DTFIM     PIC 9(08).
000550         05  FILLER        PIC X(46).
000560     03  EXT-DETALHE       REDEFINES EXT-HEADER.
000570         05  EXT-DATA      PIC 9(08).
000580         05  EXT-DC        PIC X(01).
000590*"C" = CREDITO NA CONTA, "D" = DEBITO
000600         05  EXT-VALOR     PIC 9(11)V99.
000610         05  EXT-DOCUMENTO PIC X(15).
000620         05  EXT-HISTORICO PIC X(30).
000630         05  FILLER        PIC X(12).
000640     03  EXT-TRAILER       REDEFINES EXT-HEADER.
000650         05  EXT-QTDE      PIC 9(06).
000660         05  EXT-SALDO     PIC 9(11)V99.
000670         05  EXT-SALDO-SINAL PIC X(01).
000680*"-" = SALDO FINAL DEVEDOR
000690         05  FILLER        PIC X(59).
000700 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000710 WORKING-STORAGE SECTION.
000720 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000730 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000740 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000750 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000760 COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
000770 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-EXT                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-CONCBAN        PIC X(01) VALUE "N".
           88  FIM-CONCBAN       VALUE "S".
       01  WS-FIM-EXTRATO        PIC X(01).
           88  FIM-EXTRATO       VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".
       01  WS-FIM-CONTAS         PIC X(01).
           88  FIM-CONTAS        VALUE "S".
       01  WS-FIM-ESCOLHA        PIC X(01).
           88  FIM-ESCOLHA       VALUE "S".
       01  WS-CONTA-OK           PIC X(01).
           88  CONTA-OK          VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  ACHOU             VALUE "S".
       01  WS-ACHOU-DOC          PIC X(01).
           88  ACHOU-DOC         VALUE "S".
       01  WS-DUPLICADA          PIC X(01).
           88  LINHA-DUPLICADA   VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-ACAO               PIC X(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-MARCA-PADRAO       PIC X(01).
       01  WS-MARCA-COBRANCA     PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-CONTA              PIC 9(02).
       01  WS-CONTA-DESTINO      PIC 9(02).
       01  WS-CONTA-EXTRATO      PIC 9(02).
       01  WS-SALDO-DIGITADO     PIC 9(11)V99.
       01  WS-SINAL              PIC X(01).
       01  WS-SALDO-ANTERIOR     PIC S9(11)V99.
       01  WS-SALDO-BANCO        PIC S9(11)V99.
       01  WS-DIFERENCA          PIC S9(11)V99.
       01  WS-NUM-EXTRATO        PIC 9(08).
       01  WS-NUM-MOVIMENTO      PIC 9(08).
       01  WS-NUM-ACHADO         PIC 9(08).
       01  WS-DATA-BUSCA         PIC 9(08).
       01  WS-JULIANO            PIC 9(07).
       01  WS-DIAS-ATRAS         PIC 9(01).
       01  WS-SOMA-ESCOLHIDOS    PIC 9(11)V99.
       01  WS-QTD-ESCOLHIDOS     PIC 9(02) COMP.
       01  WS-IND                PIC 9(02) COMP.
       01  WS-TAB-ESCOLHIDOS.
           03  WS-ESCOLHIDO      PIC 9(08) OCCURS 20 TIMES.

       01  WS-QTD-LIDAS          PIC 9(06).
       01  WS-QTD-IMPORTADAS     PIC 9(06).
       01  WS-QTD-DUPLICADAS     PIC 9(06).
       01  WS-QTD-ANTERIORES     PIC 9(06).
       01  WS-QTD-AUTOMATICAS    PIC 9(06).
       01  WS-QTD-PENDENTES      PIC 9(06).
       01  WS-TOT-CREDITOS       PIC 9(12)V99.
       01  WS-TOT-DEBITOS        PIC 9(12)V99.

       01  WS-Reg-Ex-Salvo       PIC X(117).

       01  WS-LINHA-CONTA.
           03  FILLER            PIC X(06) VALUE "CONTA ".
           03  CTA-CODIGO        PIC 9(02).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CTA-DESCRICAO     PIC X(27).
           03  FILLER            PIC X(17) VALUE " SALDO CONCILIADO".
           03  CTA-SALDO         PIC -ZZZZZZZZZZ9.99.
           03  FILLER            PIC X(04) VALUE " EM ".
           03  CTA-DATA          PIC 9(08).

       01  WS-LINHA-SECAO        PIC X(80).

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(09) VALUE "NUMERO".
           03  FILLER            PIC X(09) VALUE "DATA".
           03  FILLER            PIC X(02) VALUE "T".
           03  FILLER            PIC X(15) VALUE "          VALOR".
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FILLER            PIC X(16) VALUE "DOCUMENTO".
           03  FILLER            PIC X(28) VALUE "HISTORICO".

       01  WS-LINHA-DET.
           03  DET-NUM           PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DATA          PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-TIPO          PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-VALOR         PIC ZZZZZZZZZZ9.99.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-DOCUMENTO     PIC X(15).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-HISTORICO     PIC X(28).

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(15) VALUE "PENDENTES:     ".
           03  TOT-QTD           PIC Z(05)9.
           03  FILLER            PIC X(12) VALUE "  CREDITOS: ".
           03  TOT-CREDITOS      PIC ZZZZZZZZZZ9.99.
           03  FILLER            PIC X(11) VALUE "  DEBITOS: ".
           03  TOT-DEBITOS       PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-IMP1.
           03  FILLER            PIC X(10) VALUE "LIDAS:    ".
           03  IMP-LIDAS         PIC Z(05)9.
           03  FILLER            PIC X(14) VALUE "  IMPORTADAS: ".
           03  IMP-IMPORTADAS    PIC Z(05)9.
           03  FILLER            PIC X(14) VALUE "  DUPLICADAS: ".
           03  IMP-DUPLICADAS    PIC Z(05)9.
           03  FILLER            PIC X(14) VALUE "  ANTERIORES: ".
           03  IMP-ANTERIORES    PIC Z(05)9.

       01  WS-LINHA-IMP2.
           03  FILLER            PIC X(26) VALUE
               "CONCILIADAS NA IMPORTACAO ".
           03  IMP-AUTOMATICAS   PIC Z(05)9.
           03  FILLER            PIC X(24) VALUE
               "  PENDENTES DE CASAMENTO".
           03  IMP-PENDENTES     PIC Z(05)9.

       01  WS-LINHA-IMP3.
           03  FILLER            PIC X(20) VALUE "SALDO NO BANCO:     ".
           03  IMP-SALDO-BANCO   PIC -ZZZZZZZZZZ9.99.
           03  FILLER            PIC X(20) VALUE "  SALDO CONCILIADO: ".
           03  IMP-SALDO-CONC    PIC -ZZZZZZZZZZ9.99.

       01  WS-LINHA-IMP4.
           03  FILLER            PIC X(40) VALUE
               "DIFERENCA A INVESTIGAR (BANCO - CONC.): ".
           03  IMP-DIFERENCA     PIC -ZZZZZZZZZZ9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CONCBAN
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*
      *PROGRAM-INITIALIZE - ACEBC ABRE EM I-O (O SALDO CONCILIADO E
      *ATUALIZADO AQUI), POR ISSO OS ARQUIVOS DO BANCO NAO PASSAM POR
      *ABRE-ARQUIVOS-BANCO; O LANCAMENTO USA GRAVA-MOVIMENTO-BANCO.
       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN I-O ACEBC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEBC
               CLOSE ACEBC
               OPEN I-O ACEBC
           END-IF
           OPEN I-O ACEMB
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMB
               CLOSE ACEMB
               OPEN I-O ACEMB
           END-IF
           OPEN I-O ACEEX
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEEX
               CLOSE ACEEX
               OPEN I-O ACEEX
           END-IF
           MOVE "S" TO WS-Mb-Aberto
           PERFORM VERIFICA-CONTAS-BANCO THRU SAI-VERIFICA-CONTAS-BANCO
           OPEN EXTEND Arquivo-Log
           MOVE "CONCBAN" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "CONCILIACAO BANCARIA         " TO WS-Rel-Titulo
           MOVE "CONCBAN" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CONCBAN - 1=CONTAS 2=LANCAMENTO MANUAL "
                   "3=IMPORTAR EXTRATO 4=CONCILIACAO MANUAL "
                   "5=PENDENCIAS 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Mantem-Conta
               WHEN 2
                   PERFORM Lanca-Manual
               WHEN 3
                   PERFORM Importa-Extrato
               WHEN 4
                   PERFORM Concilia-Manual
               WHEN 5
                   PERFORM Imprime-Pendencias
               WHEN 0
                   MOVE "S" TO WS-FIM-CONCBAN
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *MANTEM-CONTA - INCLUI OU ALTERA UMA CONTA BANCARIA. A CONTA
      *NASCE COM O SALDO CONCILIADO IGUAL AO DE ABERTURA; MUDAR A
      *ABERTURA DEPOIS DESLOCA O CONCILIADO PELA MESMA DIFERENCA. SO
      *UMA CONTA E PADRAO E SO UMA E DE COBRANCA: MARCAR UMA DESMARCA
      *AS OUTRAS. CONTA COM MOVIMENTO NAO E EXCLUIDA, E INATIVADA.
       Mantem-Conta SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "CONCBAN - CONTAS EXIGEM OPERADOR SUPERVISOR. "
                       "ASSINE COM LOGON."
           ELSE
               DISPLAY "CODIGO DA CONTA (01 A 99): "
               ACCEPT BC-CODIGO
               IF BC-CODIGO = ZERO
                   DISPLAY "CODIGO INVALIDO."
               ELSE
                   READ ACEBC
                       INVALID KEY
                           PERFORM Inclui-Conta
                       NOT INVALID KEY
                           PERFORM Altera-Conta
                   END-READ
                   MOVE "00" TO FS
                   PERFORM VERIFICA-CONTAS-BANCO THRU
                       SAI-VERIFICA-CONTAS-BANCO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Inclui-Conta SECTION.
           MOVE BC-CODIGO TO WS-CONTA
           INITIALIZE REG-BC
           MOVE WS-CONTA TO BC-CODIGO
           DISPLAY "CONTA NOVA - BANCO: "
           ACCEPT BC-BANCO
           DISPLAY "AGENCIA: "
           ACCEPT BC-AGENCIA
           DISPLAY "NUMERO DA CONTA (COMO NO EXTRATO): "
           ACCEPT BC-CONTA
           DISPLAY "DESCRICAO: "
           ACCEPT BC-DESCRICAO
           PERFORM Le-Saldo-Abertura
           MOVE WS-SALDO-ANTERIOR TO BC-SALDO-INI BC-SALDO-CONC
           DISPLAY "DATA DO SALDO DE ABERTURA (AAAAMMDD, 0 = HOJE): "
           ACCEPT BC-DTSALDO-INI
           IF BC-DTSALDO-INI = ZERO
               MOVE WS-DATA-HOJE TO BC-DTSALDO-INI
           END-IF
           MOVE BC-DTSALDO-INI TO BC-DTCONC
           PERFORM Le-Marcas-Conta
           MOVE "A" TO BC-STATUS
           WRITE REG-BC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTA."
               NOT INVALID KEY
                   MOVE "MANT-CONTA" TO WS-Log-Funcao
                   MOVE BC-CODIGO    TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   PERFORM Desmarca-Outras-Contas
                   DISPLAY "CONTA INCLUIDA."
           END-WRITE
           .

      *---------------------------------------------------------------*

       Altera-Conta SECTION.
           MOVE BC-SALDO-CONC TO CTA-SALDO
           DISPLAY "CONTA " BC-CODIGO " " BC-DESCRICAO
           DISPLAY "BANCO " BC-BANCO " AGENCIA " BC-AGENCIA
                   " CONTA " BC-CONTA " SITUACAO " BC-STATUS
           DISPLAY "SALDO CONCILIADO " CTA-SALDO " EM " BC-DTCONC
           DISPLAY "A=ALTERAR I=INATIVAR\REATIVAR "
                   "(OUTRA TECLA MANTEM): "
           ACCEPT WS-ACAO
           EVALUATE WS-ACAO
               WHEN "A"
               WHEN "a"
                   DISPLAY "DESCRICAO: "
                   ACCEPT BC-DESCRICAO
                   DISPLAY "ALTERAR O SALDO DE ABERTURA (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       PERFORM Le-Saldo-Abertura
                       COMPUTE BC-SALDO-CONC = BC-SALDO-CONC
                           + WS-SALDO-ANTERIOR - BC-SALDO-INI
                       MOVE WS-SALDO-ANTERIOR TO BC-SALDO-INI
                   END-IF
                   PERFORM Le-Marcas-Conta
                   PERFORM Regrava-Conta
               WHEN "I"
               WHEN "i"
                   IF CONTA-ATIVA
                       MOVE "I" TO BC-STATUS
                       MOVE "N" TO BC-PADRAO BC-COBRANCA
                   ELSE
                       MOVE "A" TO BC-STATUS
                   END-IF
                   PERFORM Regrava-Conta
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Regrava-Conta SECTION.
           REWRITE REG-BC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTA."
               NOT INVALID KEY
                   MOVE "MANT-CONTA" TO WS-Log-Funcao
                   MOVE BC-CODIGO    TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   PERFORM Desmarca-Outras-Contas
                   DISPLAY "CONTA ALTERADA."
           END-REWRITE
           .

      *---------------------------------------------------------------*

       Le-Saldo-Abertura SECTION.
           DISPLAY "SALDO DE ABERTURA (SEM SINAL): "
           ACCEPT WS-SALDO-DIGITADO
           DISPLAY "SALDO DEVEDOR (S/N)? "
           ACCEPT WS-SINAL
           MOVE WS-SALDO-DIGITADO TO WS-SALDO-ANTERIOR
           IF WS-SINAL = "S" OR "s"
               COMPUTE WS-SALDO-ANTERIOR = ZERO - WS-SALDO-DIGITADO
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Marcas-Conta SECTION.
           DISPLAY "CONTA PADRAO DAS BAIXAS (S/N): "
           ACCEPT BC-PADRAO
           IF BC-PADRAO = "s"
               MOVE "S" TO BC-PADRAO
           END-IF
           IF BC-PADRAO NOT = "S"
               MOVE "N" TO BC-PADRAO
           END-IF
           DISPLAY "CONTA DE COBRANCA DO BANCOB (S/N): "
           ACCEPT BC-COBRANCA
           IF BC-COBRANCA = "s"
               MOVE "S" TO BC-COBRANCA
           END-IF
           IF BC-COBRANCA NOT = "S"
               MOVE "N" TO BC-COBRANCA
           END-IF
           .

      *---------------------------------------------------------------*
      *DESMARCA-OUTRAS-CONTAS - A CONTA RECEM GRAVADA FICOU PADRAO E\OU
      *DE COBRANCA: TIRA A MESMA MARCA DAS DEMAIS.
       Desmarca-Outras-Contas SECTION.
           IF CONTA-PADRAO OR CONTA-COBRANCA
               MOVE BC-CODIGO   TO WS-CONTA
               MOVE BC-PADRAO   TO WS-MARCA-PADRAO
               MOVE BC-COBRANCA TO WS-MARCA-COBRANCA
               MOVE ZERO TO BC-CODIGO
               MOVE "N" TO WS-FIM-CONTAS
               START ACEBC KEY IS NOT LESS BC-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CONTAS
               END-START
               PERFORM UNTIL FIM-CONTAS
                   READ ACEBC NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-CONTAS
                       NOT AT END
                           PERFORM Desmarca-Conta
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Desmarca-Conta SECTION.
           IF BC-CODIGO NOT = WS-CONTA
               IF (WS-MARCA-PADRAO = "S" AND CONTA-PADRAO)
                  OR (WS-MARCA-COBRANCA = "S" AND CONTA-COBRANCA)
                   IF WS-MARCA-PADRAO = "S"
                       MOVE "N" TO BC-PADRAO
                   END-IF
                   IF WS-MARCA-COBRANCA = "S"
                       MOVE "N" TO BC-COBRANCA
                   END-IF
                   REWRITE REG-BC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CONTA " BC-CODIGO
                   END-REWRITE
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *LE-CONTA - LE A CONTA WS-CONTA; CONTA-OK SO PARA CONTA ATIVA.
       Le-Conta SECTION.
           MOVE "N" TO WS-CONTA-OK
           MOVE WS-CONTA TO BC-CODIGO
           READ ACEBC
               INVALID KEY
                   DISPLAY "CONTA " WS-CONTA " NAO CADASTRADA."
               NOT INVALID KEY
                   IF CONTA-ATIVA
                       MOVE "S" TO WS-CONTA-OK
                   ELSE
                       DISPLAY "CONTA " WS-CONTA " INATIVA."
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LANCA-MANUAL - TARIFA (SEMPRE DEBITO), OUTRO CREDITO OU DEBITO
      *AVULSO, OU TRANSFERENCIA: DEBITO NA CONTA DE ORIGEM E CREDITO
      *NA DE DESTINO, OS DOIS COM ORIGEM "TR".
       Lanca-Manual SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CONCBAN - LANCAMENTO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               DISPLAY "CONTA: "
               ACCEPT WS-CONTA
               PERFORM Le-Conta
               IF CONTA-OK
                   DISPLAY "T=TARIFA O=OUTRO LANCAMENTO "
                           "R=TRANSFERENCIA: "
                   ACCEPT WS-ACAO
                   DISPLAY "DATA (AAAAMMDD, 0 = HOJE): "
                   ACCEPT WS-Mb-Data
                   IF WS-Mb-Data = ZERO
                       MOVE WS-DATA-HOJE TO WS-Mb-Data
                   END-IF
                   DISPLAY "VALOR: "
                   ACCEPT WS-Mb-Valor
                   IF WS-Mb-Valor = ZERO
                       DISPLAY "VALOR ZERO - NADA LANCADO."
                   ELSE
                       PERFORM Grava-Lancamento-Manual
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Lancamento-Manual SECTION.
           MOVE WS-CONTA TO WS-Mb-Conta
           MOVE SPACES   TO WS-Mb-Documento WS-Mb-Historico
           EVALUATE WS-ACAO
               WHEN "T"
               WHEN "t"
                   MOVE "D"  TO WS-Mb-Tipo
                   MOVE "MN" TO WS-Mb-Origem
                   DISPLAY "HISTORICO DA TARIFA: "
                   ACCEPT WS-Mb-Historico
                   PERFORM Grava-Movimento-Manual
               WHEN "O"
               WHEN "o"
                   DISPLAY "C=CREDITO D=DEBITO: "
                   ACCEPT WS-Mb-Tipo
                   IF WS-Mb-Tipo = "c"
                       MOVE "C" TO WS-Mb-Tipo
                   END-IF
                   IF WS-Mb-Tipo = "d"
                       MOVE "D" TO WS-Mb-Tipo
                   END-IF
                   IF WS-Mb-Tipo NOT = "C" AND WS-Mb-Tipo NOT = "D"
                       DISPLAY "TIPO INVALIDO - NADA LANCADO."
                   ELSE
                       MOVE "MN" TO WS-Mb-Origem
                       DISPLAY "DOCUMENTO: "
                       ACCEPT WS-Mb-Documento
                       DISPLAY "HISTORICO: "
                       ACCEPT WS-Mb-Historico
                       PERFORM Grava-Movimento-Manual
                   END-IF
               WHEN "R"
               WHEN "r"
                   PERFORM Grava-Transferencia
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - NADA LANCADO."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Grava-Transferencia SECTION.
           DISPLAY "CONTA DE DESTINO: "
           ACCEPT WS-CONTA-DESTINO
           MOVE WS-CONTA-DESTINO TO WS-CONTA
           PERFORM Le-Conta
           IF CONTA-OK AND WS-CONTA-DESTINO = WS-Mb-Conta
               DISPLAY "ORIGEM E DESTINO SAO A MESMA CONTA."
               MOVE "N" TO WS-CONTA-OK
           END-IF
           IF CONTA-OK
               MOVE "TR" TO WS-Mb-Origem
               MOVE "D"  TO WS-Mb-Tipo
               MOVE SPACES TO WS-Mb-Historico
               STRING "TRANSFERENCIA PARA CONTA " DELIMITED BY SIZE
                      WS-CONTA-DESTINO DELIMITED BY SIZE
                   INTO WS-Mb-Historico
               END-STRING
               MOVE WS-Mb-Conta TO WS-CONTA
               PERFORM Grava-Movimento-Manual
               MOVE WS-CONTA-DESTINO TO WS-Mb-Conta
               MOVE "C"  TO WS-Mb-Tipo
               MOVE SPACES TO WS-Mb-Historico
               STRING "TRANSFERENCIA DA CONTA " DELIMITED BY SIZE
                      WS-CONTA DELIMITED BY SIZE
                   INTO WS-Mb-Historico
               END-STRING
               PERFORM Grava-Movimento-Manual
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Movimento-Manual SECTION.
           PERFORM GRAVA-MOVIMENTO-BANCO THRU SAI-GRAVA-MOVIMENTO-BANCO
           IF WS-Mb-Num NOT = ZERO
               MOVE "LANC-BANCO" TO WS-Log-Funcao
               MOVE WS-Mb-Num    TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "MOVIMENTO " WS-Mb-Num " LANCADO NA CONTA "
                       WS-Mb-Conta
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPORTA-EXTRATO - O HEADER IDENTIFICA A CONTA (BANCO, AGENCIA
      *E CONTA DE ACEBC); SEM CONTA CORRESPONDENTE NADA E IMPORTADO.
      *LINHA JA IMPORTADA (MESMA CONTA, DATA, TIPO, VALOR, DOCUMENTO E
      *HISTORICO) E LINHA ANTERIOR A DATA DO SALDO DE ABERTURA SAO
      *IGNORADAS. CADA LINHA NOVA TENTA O CASAMENTO AUTOMATICO; O
      *TRAILER TRAZ O SALDO DO BANCO, CONFRONTADO NO FIM COM O SALDO
      *CONCILIADO.
       Importa-Extrato SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CONCBAN - IMPORTACAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               OPEN INPUT Arquivo-Extrato
               IF FS-EXT NOT = "00"
                   DISPLAY "CONCBAN - ARQUIVO DE EXTRATO NAO "
                           "ENCONTRADO: " FS-EXT
               ELSE
                   PERFORM Processa-Extrato
                   CLOSE Arquivo-Extrato
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Processa-Extrato SECTION.
           MOVE ZERO TO WS-QTD-LIDAS WS-QTD-IMPORTADAS
                        WS-QTD-DUPLICADAS WS-QTD-ANTERIORES
                        WS-QTD-AUTOMATICAS WS-QTD-PENDENTES
                        WS-CONTA-EXTRATO WS-SALDO-BANCO
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-FIM-EXTRATO
           PERFORM UNTIL FIM-EXTRATO
               READ Arquivo-Extrato
                   AT END
                       MOVE "S" TO WS-FIM-EXTRATO
                   NOT AT END
                       PERFORM Trata-Linha-Extrato
               END-READ
           END-PERFORM
           IF WS-CONTA-EXTRATO NOT = ZERO
               PERFORM Imprime-Resumo-Importacao
               MOVE "IMP-EXTRAT"      TO WS-Log-Funcao
               MOVE WS-CONTA-EXTRATO  TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "EXTRATO IMPORTADO - LINHAS NOVAS "
                       WS-QTD-IMPORTADAS " CONCILIADAS "
                       WS-QTD-AUTOMATICAS " PENDENTES "
                       WS-QTD-PENDENTES
               DISPLAY "RESUMO IMPRESSO EM RELATO."
           END-IF
           .

      *---------------------------------------------------------------*

       Trata-Linha-Extrato SECTION.
           EVALUATE EXT-TIPO-REG
               WHEN "0"
                   PERFORM Localiza-Conta-Extrato
               WHEN "1"
                   IF WS-CONTA-EXTRATO NOT = ZERO
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM Importa-Linha-Extrato
                   END-IF
               WHEN "9"
                   IF EXT-SALDO NUMERIC
                       MOVE EXT-SALDO TO WS-SALDO-BANCO
                       IF EXT-SALDO-SINAL = "-"
                           COMPUTE WS-SALDO-BANCO =
                               ZERO - EXT-SALDO
                       END-IF
                       MOVE "S" TO WS-ACHOU
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Localiza-Conta-Extrato SECTION.
           MOVE ZERO TO WS-CONTA-EXTRATO
           MOVE ZERO TO BC-CODIGO
           MOVE "N" TO WS-FIM-CONTAS
           START ACEBC KEY IS NOT LESS BC-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTAS
           END-START
           PERFORM UNTIL FIM-CONTAS
               READ ACEBC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF BC-BANCO = EXT-BANCO
                          AND BC-AGENCIA = EXT-AGENCIA
                          AND BC-CONTA = EXT-CONTA
                          AND CONTA-ATIVA
                           MOVE BC-CODIGO TO WS-CONTA-EXTRATO
                           MOVE "S" TO WS-FIM-CONTAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF WS-CONTA-EXTRATO = ZERO
               DISPLAY "CONCBAN - EXTRATO DE CONTA NAO CADASTRADA: "
                       "BANCO " EXT-BANCO " AGENCIA " EXT-AGENCIA
                       " CONTA " EXT-CONTA
               MOVE "S" TO WS-FIM-EXTRATO
           ELSE
               MOVE WS-CONTA-EXTRATO TO WS-CONTA
               PERFORM Le-Conta
           END-IF
           .

      *---------------------------------------------------------------*

       Importa-Linha-Extrato SECTION.
           IF EXT-DC = "c"
               MOVE "C" TO EXT-DC
           END-IF
           IF EXT-DC = "d"
               MOVE "D" TO EXT-DC
           END-IF
           EVALUATE TRUE
               WHEN EXT-DATA NOT NUMERIC OR EXT-VALOR NOT NUMERIC
                  OR (EXT-DC NOT = "C" AND EXT-DC NOT = "D")
                   DISPLAY "LINHA DE EXTRATO INVALIDA IGNORADA: "
                           EXT-DETALHE(1:40)
               WHEN EXT-DATA < BC-DTSALDO-INI
                   ADD 1 TO WS-QTD-ANTERIORES
               WHEN OTHER
                   PERFORM Verifica-Duplicada
                   IF LINHA-DUPLICADA
                       ADD 1 TO WS-QTD-DUPLICADAS
                   ELSE
                       PERFORM Grava-Linha-Extrato
                   END-IF
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Verifica-Duplicada SECTION.
           MOVE "N" TO WS-DUPLICADA
           MOVE WS-CONTA-EXTRATO TO EX-CONTA
           MOVE EXT-DATA         TO EX-DATA
           MOVE "N" TO WS-FIM-LISTA
           START ACEEX KEY IS = EX-CONTA-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA OR LINHA-DUPLICADA
               READ ACEEX NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF EX-CONTA NOT = WS-CONTA-EXTRATO
                          OR EX-DATA NOT = EXT-DATA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           IF EX-TIPO = EXT-DC
                              AND EX-VALOR = EXT-VALOR
                              AND EX-DOCUMENTO = EXT-DOCUMENTO
                              AND EX-HISTORICO = EXT-HISTORICO
                               MOVE "S" TO WS-DUPLICADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-LINHA-EXTRATO - NUMERO DA LINHA SEGUE A ULTIMA GRAVADA
      *(LEITURA PARA TRAS A PARTIR DE 99999999, COMO EM
      *GRAVA-MOVIMENTO-BANCO).
       Grava-Linha-Extrato SECTION.
           MOVE 99999999 TO EX-NUM
           MOVE ZERO TO WS-NUM-EXTRATO
           START ACEEX KEY IS NOT GREATER EX-NUM
               INVALID KEY
                   MOVE ZERO TO WS-NUM-EXTRATO
               NOT INVALID KEY
                   READ ACEEX PREVIOUS RECORD
                       AT END
                           MOVE ZERO TO WS-NUM-EXTRATO
                       NOT AT END
                           MOVE EX-NUM TO WS-NUM-EXTRATO
                   END-READ
           END-START
           MOVE "00" TO FS
           INITIALIZE REG-EX
           ADD 1 TO WS-NUM-EXTRATO
           MOVE WS-NUM-EXTRATO   TO EX-NUM
           MOVE WS-CONTA-EXTRATO TO EX-CONTA
           MOVE EXT-DATA         TO EX-DATA
           MOVE EXT-DC           TO EX-TIPO
           MOVE EXT-VALOR        TO EX-VALOR
           MOVE EXT-DOCUMENTO    TO EX-DOCUMENTO
           MOVE EXT-HISTORICO    TO EX-HISTORICO
           MOVE "N"              TO EX-CONCILIADO
           MOVE WS-DATA-HOJE     TO EX-DTIMPORT
           WRITE REG-EX
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LINHA DE EXTRATO."
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-IMPORTADAS
                   PERFORM Casa-Automatico
                   IF EX-JA-CONCILIADO
                       ADD 1 TO WS-QTD-AUTOMATICAS
                   ELSE
                       ADD 1 TO WS-QTD-PENDENTES
                   END-IF
           END-WRITE
           .

      *---------------------------------------------------------------*
      *CASA-AUTOMATICO - PROCURA NA CONTA UM MOVIMENTO PENDENTE DE
      *MESMO TIPO E VALOR NA DATA DA LINHA E, NAO ACHANDO, ATE 3 DIAS
      *ANTES (A BAIXA E LANCADA NO DIA DO PAGAMENTO, O BANCO PODE
      *CREDITAR DEPOIS). NO DIA EM QUE ACHAR, O MOVIMENTO DE MESMO
      *DOCUMENTO TEM PREFERENCIA SOBRE O PRIMEIRO ENCONTRADO.
       Casa-Automatico SECTION.
           MOVE REG-EX TO WS-Reg-Ex-Salvo
           MOVE ZERO TO WS-NUM-ACHADO
           COMPUTE WS-JULIANO = FUNCTION INTEGER-OF-DATE(EX-DATA)
           MOVE ZERO TO WS-DIAS-ATRAS
           PERFORM UNTIL WS-DIAS-ATRAS > 3 OR WS-NUM-ACHADO NOT = ZERO
               COMPUTE WS-DATA-BUSCA = FUNCTION DATE-OF-INTEGER
                   (WS-JULIANO - WS-DIAS-ATRAS)
               PERFORM Procura-Movimento-Dia
               ADD 1 TO WS-DIAS-ATRAS
           END-PERFORM
           MOVE WS-Reg-Ex-Salvo TO REG-EX
           IF WS-NUM-ACHADO NOT = ZERO
               MOVE 1 TO WS-QTD-ESCOLHIDOS
               MOVE WS-NUM-ACHADO TO WS-ESCOLHIDO(1)
               PERFORM Marca-Conciliacao
           END-IF
           .

      *---------------------------------------------------------------*

       Procura-Movimento-Dia SECTION.
           MOVE "N" TO WS-ACHOU-DOC
           MOVE EX-CONTA      TO MB-CONTA
           MOVE WS-DATA-BUSCA TO MB-DATA
           MOVE "N" TO WS-FIM-LISTA
           START ACEMB KEY IS = MB-CONTA-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA OR ACHOU-DOC
               READ ACEMB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF MB-CONTA NOT = EX-CONTA
                          OR MB-DATA NOT = WS-DATA-BUSCA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           PERFORM Confere-Candidato
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Candidato SECTION.
           IF NOT MB-JA-CONCILIADO
              AND MB-TIPO = EX-TIPO
              AND MB-VALOR = EX-VALOR
               IF WS-NUM-ACHADO = ZERO
                   MOVE MB-NUM TO WS-NUM-ACHADO
               END-IF
               IF EX-DOCUMENTO NOT = SPACES
                  AND MB-DOCUMENTO = EX-DOCUMENTO
                   MOVE MB-NUM TO WS-NUM-ACHADO
                   MOVE "S" TO WS-ACHOU-DOC
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *MARCA-CONCILIACAO - A LINHA DE REG-EX FICA CASADA COM OS
      *MOVIMENTOS DA TABELA WS-ESCOLHIDO (O PRIMEIRO VAI EM
      *EX-MOVIMENTO) E O VALOR DA LINHA ENTRA NO SALDO CONCILIADO.
       Marca-Conciliacao SECTION.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ESCOLHIDOS
               MOVE WS-ESCOLHIDO(WS-IND) TO MB-NUM
               READ ACEMB KEY IS MB-NUM
                   INVALID KEY
                       DISPLAY "MOVIMENTO " MB-NUM " SUMIU DE ACEMB."
                   NOT INVALID KEY
                       MOVE "S"          TO MB-CONCILIADO
                       MOVE WS-DATA-HOJE TO MB-DTCONC
                       MOVE EX-NUM       TO MB-EXTRATO
                       REWRITE REG-MB
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR MOVIMENTO "
                                       MB-NUM
                       END-REWRITE
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE "S"             TO EX-CONCILIADO
           MOVE WS-DATA-HOJE    TO EX-DTCONC
           MOVE WS-ESCOLHIDO(1) TO EX-MOVIMENTO
           REWRITE REG-EX
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LINHA DE EXTRATO " EX-NUM
           END-REWRITE
           MOVE EX-CONTA TO BC-CODIGO
           READ ACEBC
               INVALID KEY
                   DISPLAY "CONTA " EX-CONTA " SUMIU DE ACEBC."
               NOT INVALID KEY
                   IF EX-CREDITO
                       ADD EX-VALOR TO BC-SALDO-CONC
                   ELSE
                       SUBTRACT EX-VALOR FROM BC-SALDO-CONC
                   END-IF
                   IF EX-DATA > BC-DTCONC
                       MOVE EX-DATA TO BC-DTCONC
                   END-IF
                   REWRITE REG-BC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR SALDO DA CONTA."
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Resumo-Importacao SECTION.
           MOVE "IMPORTACAO DE EXTRATO        " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-CONTA-EXTRATO TO BC-CODIGO
           READ ACEBC
               INVALID KEY
                   MOVE ZERO TO BC-SALDO-CONC BC-DTCONC
           END-READ
           MOVE "00" TO FS
           MOVE WS-CONTA-EXTRATO TO CTA-CODIGO
           MOVE BC-DESCRICAO     TO CTA-DESCRICAO
           MOVE BC-SALDO-CONC    TO CTA-SALDO
           MOVE BC-DTCONC        TO CTA-DATA
           WRITE REG-REL FROM WS-LINHA-CONTA
           ADD 1 TO WS-Rel-Linha
           MOVE WS-QTD-LIDAS       TO IMP-LIDAS
           MOVE WS-QTD-IMPORTADAS  TO IMP-IMPORTADAS
           MOVE WS-QTD-DUPLICADAS  TO IMP-DUPLICADAS
           MOVE WS-QTD-ANTERIORES  TO IMP-ANTERIORES
           WRITE REG-REL FROM WS-LINHA-IMP1
           ADD 1 TO WS-Rel-Linha
           MOVE WS-QTD-AUTOMATICAS TO IMP-AUTOMATICAS
           MOVE WS-QTD-PENDENTES   TO IMP-PENDENTES
           WRITE REG-REL FROM WS-LINHA-IMP2
           ADD 1 TO WS-Rel-Linha
           IF ACHOU
               MOVE WS-SALDO-BANCO TO IMP-SALDO-BANCO
               MOVE BC-SALDO-CONC  TO IMP-SALDO-CONC
               WRITE REG-REL FROM WS-LINHA-IMP3
               ADD 1 TO WS-Rel-Linha
               COMPUTE WS-DIFERENCA = WS-SALDO-BANCO - BC-SALDO-CONC
               IF WS-DIFERENCA NOT = ZERO
                   MOVE WS-DIFERENCA TO IMP-DIFERENCA
                   WRITE REG-REL FROM WS-LINHA-IMP4
                   ADD 1 TO WS-Rel-Linha
                   DISPLAY "SALDO DO BANCO DIFERE DO CONCILIADO EM "
                           IMP-DIFERENCA
               END-IF
           END-IF
           MOVE "CONCILIACAO BANCARIA         " TO WS-Rel-Titulo
           .

      *---------------------------------------------------------------*
      *CONCILIA-MANUAL - MOSTRA AS PENDENCIAS DA CONTA E CASA UMA
      *LINHA DO EXTRATO POR VEZ: COM UM OU MAIS MOVIMENTOS PENDENTES
      *DE MESMO TIPO (ATE 20) CUJA SOMA FECHE O VALOR DA LINHA, OU
      *LANCANDO O MOVIMENTO QUE FALTAVA (ORIGEM "MN") JA CONCILIADO.
       Concilia-Manual SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CONCBAN - CONCILIACAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               DISPLAY "CONTA: "
               ACCEPT WS-CONTA
               PERFORM Le-Conta
               IF CONTA-OK
                   PERFORM Mostra-Pendencias
                   MOVE "N" TO WS-FIM-ESCOLHA
                   PERFORM Escolhe-Linha-Extrato UNTIL FIM-ESCOLHA
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Mostra-Pendencias SECTION.
           DISPLAY "EXTRATO NAO CONCILIADO (LINHA DATA TIPO VALOR "
                   "DOCUMENTO):"
           MOVE WS-CONTA TO EX-CONTA
           MOVE ZERO     TO EX-DATA
           MOVE "N" TO WS-FIM-LISTA
           START ACEEX KEY IS NOT LESS EX-CONTA-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEEX NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF EX-CONTA NOT = WS-CONTA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           IF NOT EX-JA-CONCILIADO
                               MOVE EX-VALOR TO DET-VALOR
                               DISPLAY EX-NUM " " EX-DATA " " EX-TIPO
                                       " " DET-VALOR " " EX-DOCUMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "MOVIMENTOS NAO CONCILIADOS (NUMERO DATA TIPO "
                   "VALOR DOCUMENTO):"
           MOVE WS-CONTA TO MB-CONTA
           MOVE ZERO     TO MB-DATA
           MOVE "N" TO WS-FIM-LISTA
           START ACEMB KEY IS NOT LESS MB-CONTA-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEMB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF MB-CONTA NOT = WS-CONTA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           IF NOT MB-JA-CONCILIADO
                               MOVE MB-VALOR TO DET-VALOR
                               DISPLAY MB-NUM " " MB-DATA " " MB-TIPO
                                       " " DET-VALOR " " MB-DOCUMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Escolhe-Linha-Extrato SECTION.
           DISPLAY "LINHA DO EXTRATO A CONCILIAR (0 = FIM): "
           ACCEPT WS-NUM-EXTRATO
           IF WS-NUM-EXTRATO = ZERO
               MOVE "S" TO WS-FIM-ESCOLHA
           ELSE
               MOVE WS-NUM-EXTRATO TO EX-NUM
               READ ACEEX KEY IS EX-NUM
                   INVALID KEY
                       DISPLAY "LINHA NAO ENCONTRADA EM ACEEX."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EX-CONTA NOT = WS-CONTA
                               DISPLAY "LINHA E DE OUTRA CONTA ("
                                       EX-CONTA ")."
                           WHEN EX-JA-CONCILIADO
                               DISPLAY "LINHA JA CONCILIADA COM O "
                                       "MOVIMENTO " EX-MOVIMENTO
                           WHEN OTHER
                               PERFORM Concilia-Linha
                       END-EVALUATE
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Concilia-Linha SECTION.
           MOVE EX-VALOR TO DET-VALOR
           DISPLAY "LINHA " EX-NUM " " EX-DATA " " EX-TIPO " "
                   DET-VALOR " " EX-HISTORICO
           DISPLAY "M=CASAR COM MOVIMENTOS L=LANCAR MOVIMENTO NOVO "
                   "(OUTRA TECLA VOLTA): "
           ACCEPT WS-ACAO
           EVALUATE WS-ACAO
               WHEN "M"
               WHEN "m"
                   PERFORM Casa-Movimentos
               WHEN "L"
               WHEN "l"
                   PERFORM Lanca-E-Concilia
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Casa-Movimentos SECTION.
           MOVE REG-EX TO WS-Reg-Ex-Salvo
           MOVE ZERO TO WS-QTD-ESCOLHIDOS WS-SOMA-ESCOLHIDOS
           MOVE "N" TO WS-FIM-LISTA
           PERFORM Escolhe-Movimento
               UNTIL FIM-LISTA OR WS-SOMA-ESCOLHIDOS = EX-VALOR
           IF WS-QTD-ESCOLHIDOS NOT = ZERO
              AND WS-SOMA-ESCOLHIDOS = EX-VALOR
               PERFORM Marca-Conciliacao
               MOVE "CONC-MANUA" TO WS-Log-Funcao
               MOVE EX-NUM       TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "LINHA " EX-NUM " CONCILIADA COM "
                       WS-QTD-ESCOLHIDOS " MOVIMENTO(S)."
           ELSE
               DISPLAY "SOMA DOS MOVIMENTOS " WS-SOMA-ESCOLHIDOS
                       " NAO FECHA COM A LINHA - NADA CONCILIADO."
           END-IF
           .

      *---------------------------------------------------------------*

       Escolhe-Movimento SECTION.
           DISPLAY "MOVIMENTO (0 = DESISTIR), SOMA ATE AGORA "
                   WS-SOMA-ESCOLHIDOS ": "
           ACCEPT WS-NUM-MOVIMENTO
           IF WS-NUM-MOVIMENTO = ZERO OR WS-QTD-ESCOLHIDOS = 20
               MOVE "S" TO WS-FIM-LISTA
           ELSE
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-ESCOLHIDOS
                   IF WS-ESCOLHIDO(WS-IND) = WS-NUM-MOVIMENTO
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               MOVE WS-NUM-MOVIMENTO TO MB-NUM
               READ ACEMB KEY IS MB-NUM
                   INVALID KEY
                       DISPLAY "MOVIMENTO NAO ENCONTRADO EM ACEMB."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACHOU
                               DISPLAY "MOVIMENTO JA ESCOLHIDO."
                           WHEN MB-CONTA NOT = EX-CONTA
                               DISPLAY "MOVIMENTO E DE OUTRA CONTA."
                           WHEN MB-JA-CONCILIADO
                               DISPLAY "MOVIMENTO JA CONCILIADO."
                           WHEN MB-TIPO NOT = EX-TIPO
                               DISPLAY "MOVIMENTO DE TIPO DIFERENTE "
                                       "DA LINHA."
                           WHEN OTHER
                               ADD 1 TO WS-QTD-ESCOLHIDOS
                               MOVE MB-NUM TO
                                   WS-ESCOLHIDO(WS-QTD-ESCOLHIDOS)
                               ADD MB-VALOR TO WS-SOMA-ESCOLHIDOS
                       END-EVALUATE
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Lanca-E-Concilia SECTION.
           MOVE EX-CONTA     TO WS-Mb-Conta
           MOVE EX-DATA      TO WS-Mb-Data
           MOVE EX-TIPO      TO WS-Mb-Tipo
           MOVE EX-VALOR     TO WS-Mb-Valor
           MOVE "MN"         TO WS-Mb-Origem
           MOVE EX-DOCUMENTO TO WS-Mb-Documento
           MOVE EX-HISTORICO TO WS-Mb-Historico
           MOVE REG-EX TO WS-Reg-Ex-Salvo
           PERFORM Grava-Movimento-Manual
           MOVE WS-Reg-Ex-Salvo TO REG-EX
           IF WS-Mb-Num NOT = ZERO
               MOVE 1         TO WS-QTD-ESCOLHIDOS
               MOVE WS-Mb-Num TO WS-ESCOLHIDO(1)
               PERFORM Marca-Conciliacao
               MOVE "CONC-MANUA" TO WS-Log-Funcao
               MOVE EX-NUM       TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "LINHA " EX-NUM " CONCILIADA COM O MOVIMENTO "
                       WS-Mb-Num
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPRIME-PENDENCIAS - POR CONTA (OU SO A ESCOLHIDA): SALDO
      *CONCILIADO, LINHAS DO EXTRATO AINDA SEM MOVIMENTO E MOVIMENTOS
      *DO SISTEMA QUE O BANCO AINDA NAO MOSTROU.
       Imprime-Pendencias SECTION.
           DISPLAY "CONTA (0 = TODAS): "
           ACCEPT WS-CONTA-DESTINO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE ZERO TO BC-CODIGO
           MOVE "N" TO WS-FIM-CONTAS
           START ACEBC KEY IS NOT LESS BC-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTAS
           END-START
           PERFORM UNTIL FIM-CONTAS
               READ ACEBC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF WS-CONTA-DESTINO = ZERO
                          OR BC-CODIGO = WS-CONTA-DESTINO
                           PERFORM Pendencias-Da-Conta
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           DISPLAY "PENDENCIAS IMPRESSAS EM RELATO."
           .

      *---------------------------------------------------------------*

       Pendencias-Da-Conta SECTION.
           MOVE BC-CODIGO TO WS-CONTA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE BC-CODIGO     TO CTA-CODIGO
           MOVE BC-DESCRICAO  TO CTA-DESCRICAO
           MOVE BC-SALDO-CONC TO CTA-SALDO
           MOVE BC-DTCONC     TO CTA-DATA
           WRITE REG-REL FROM WS-LINHA-CONTA
           ADD 1 TO WS-Rel-Linha
           MOVE "NO EXTRATO, SEM MOVIMENTO NO SISTEMA:"
               TO WS-LINHA-SECAO
           WRITE REG-REL FROM WS-LINHA-SECAO
           ADD 1 TO WS-Rel-Linha
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           MOVE ZERO TO WS-QTD-PENDENTES WS-TOT-CREDITOS WS-TOT-DEBITOS
           MOVE WS-CONTA TO EX-CONTA
           MOVE ZERO     TO EX-DATA
           MOVE "N" TO WS-FIM-LISTA
           START ACEEX KEY IS NOT LESS EX-CONTA-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEEX NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF EX-CONTA NOT = WS-CONTA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           IF NOT EX-JA-CONCILIADO
                               PERFORM Imprime-Linha-Extrato
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Imprime-Total-Pendencias
           MOVE "NO SISTEMA, AINDA NAO NO EXTRATO:" TO WS-LINHA-SECAO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-SECAO
           ADD 1 TO WS-Rel-Linha
           MOVE ZERO TO WS-QTD-PENDENTES WS-TOT-CREDITOS WS-TOT-DEBITOS
           MOVE WS-CONTA TO MB-CONTA
           MOVE ZERO     TO MB-DATA
           MOVE "N" TO WS-FIM-LISTA
           START ACEMB KEY IS NOT LESS MB-CONTA-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEMB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF MB-CONTA NOT = WS-CONTA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           IF NOT MB-JA-CONCILIADO
                               PERFORM Imprime-Linha-Movimento
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Imprime-Total-Pendencias
           MOVE SPACES TO WS-LINHA-SECAO
           WRITE REG-REL FROM WS-LINHA-SECAO
           ADD 1 TO WS-Rel-Linha
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Extrato SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE EX-NUM       TO DET-NUM
           MOVE EX-DATA      TO DET-DATA
           MOVE EX-TIPO      TO DET-TIPO
           MOVE EX-VALOR     TO DET-VALOR
           MOVE EX-DOCUMENTO TO DET-DOCUMENTO
           MOVE EX-HISTORICO TO DET-HISTORICO
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           ADD 1 TO WS-QTD-PENDENTES
           IF EX-CREDITO
               ADD EX-VALOR TO WS-TOT-CREDITOS
           ELSE
               ADD EX-VALOR TO WS-TOT-DEBITOS
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Movimento SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE MB-NUM       TO DET-NUM
           MOVE MB-DATA      TO DET-DATA
           MOVE MB-TIPO      TO DET-TIPO
           MOVE MB-VALOR     TO DET-VALOR
           MOVE MB-DOCUMENTO TO DET-DOCUMENTO
           MOVE MB-HISTORICO TO DET-HISTORICO
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           ADD 1 TO WS-QTD-PENDENTES
           IF MB-CREDITO
               ADD MB-VALOR TO WS-TOT-CREDITOS
           ELSE
               ADD MB-VALOR TO WS-TOT-DEBITOS
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Total-Pendencias SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-QTD-PENDENTES TO TOT-QTD
           MOVE WS-TOT-CREDITOS  TO TOT-CREDITOS
           MOVE WS-TOT-DEBITOS   TO TOT-DEBITOS
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEBC ACEMB ACEEX Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
