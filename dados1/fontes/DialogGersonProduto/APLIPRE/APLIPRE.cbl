000010*APLIPRE-APLICACAO DAS MUDANCAS PERMANENTES DE PRECO AGENDADAS  *
000020*EM ACEAG (AGENPRE), PASSO DA CORRENTE NOTURNA (RODANOIT). A    *
000030*CORRENTE RODA DE NOITE E A LOJA ABRE NO DIA SEGUINTE: RODANDO  *
000040*DEPOIS DO MEIO-DIA, VENCE O QUE TEM VIGENCIA ATE AMANHA;       *
000050*DEPOIS DA MEIA-NOITE, ATE HOJE - ASSIM O AUMENTO DO DIA 1 JA   *
000060*ESTA NO PRECO QUANDO A LOJA ABRE. CADA ITEM ALTERADO NO PRECO  *
000070*PRINCIPAL GANHA HISTORICO EM ACE08 E CONFPR-01 = "S" (QUEM     *
000080*AGENDA E O SUPERVISOR) E SAI NO ARQUIVO DO CAIXA SO COM OS     *
000090*ALTERADOS (pdvalt.txt, MESMO LAYOUT DE POSEXP) E NUMA REMESSA  *
000100*DE ETIQUETAS DE GONDOLA (MESMO FORMATO DE ETIQPRE) NA FILA DE  *
000110*IMPRESSAO. A MUDANCA DE TABELA (ACE09) SO MEXE NA TABELA, SEM  *
000120*CAIXA NEM ETIQUETA, QUE USAM O PRECO PRINCIPAL. ITEM COM       *
000130*PROMOCAO (ACEPM) OU CONTRATO (ACECT) VIGENTE NA DATA NAO E     *
000140*APLICADO: SAI NO RELATORIO E O AGENDAMENTO DE PRODUTO FICA EM  *
000150*CONFLITO ATE O SUPERVISOR DECIDIR EM AGENPRE.                  *
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. APLIPRE.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-08".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-09".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELAG".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELPM".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCT".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000300     SELECT Arquivo-Feed ASSIGN TO WS-Arq-PdvAlt
000310            ORGANIZATION IS LINE SEQUENTIAL
000320            FILE STATUS  IS FS-FEED.
000330     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000340                    FILE STATUS IS FS-REL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000380 COPY "C:\Repo2024\cobol\dados1\book\FD-08".
000390 COPY "C:\Repo2024\cobol\dados1\book\FD-09".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDAG".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDPM".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDCT".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000460*MESMO LAYOUT DO ARQUIVO COMPLETO DE POSEXP (pdvprec.txt)
000470 FD  Arquivo-Feed
000480     RECORD CONTAINS 100 CHARACTERS.
000490 01  Linha-Feed.
000500     03  FEED-COD          PIC 9(06).
000510     03  FILLER            PIC X(01).
000520     03  FEED-BARRA        PIC X(13).
000530     03  FILLER            PIC X(01).
000540     03  FEED-DESC         PIC X(60).
000550     03  FILLER            PIC X(01).
000560     03  FEED-PRECO        PIC 9(08)V99.
000570     03  FILLER            PIC X(01).
000580     03  FEED-PROMO        PIC X(01).
000590 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000600 WORKING-STORAGE SECTION.
000610 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000620 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000630 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000640 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000650 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-AG                 PIC X(02) VALUE "00".
       01  FS-FEED               PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-AGENDA         PIC X(01) VALUE "N".
           88  FIM-AGENDA        VALUE "S".
       01  WS-FIM-ACE01          PIC X(01).
           88  FIM-ACE01         VALUE "S".
       01  WS-FIM-CONTRATOS      PIC X(01).
           88  FIM-CONTRATOS     VALUE "S".
       01  WS-ACEPM-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEPM-DISPONIVEL  VALUE "S".
       01  WS-ACECT-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACECT-DISPONIVEL  VALUE "S".
       01  WS-TAB-CT-CHEIA       PIC X(01) VALUE "N".
           88  TAB-CT-CHEIA      VALUE "S".
       01  WS-CONFLITO           PIC X(01).
           88  ITEM-EM-CONFLITO  VALUE "S".
       01  WS-ITEM-OK            PIC X(01).
           88  ITEM-OK           VALUE "S".
       01  WS-HIST-GRAVADO       PIC X(01).
           88  HIST-GRAVADO      VALUE "S".
       01  WS-PROMO-ATIVA        PIC X(01).
           88  PROMO-ATIVA       VALUE "S".

       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-HORA-HOJE          PIC 9(08).
       01  WS-DATA-REFERENCIA    PIC 9(08).
       01  WS-JULIANO-HOJE       PIC 9(07).
       01  WS-MOTIVO             PIC X(08).
       01  WS-TENTATIVAS         PIC 9(02).

       01  WS-PRATAC-ANTIGO      PIC 9(08)V99.
       01  WS-PRVAR-ANTIGO       PIC 9(08)V99.
       01  WS-PRATAC-NOVO        PIC 9(08)V99.
       01  WS-PRVAR-NOVO         PIC 9(08)V99.

       01  WS-QT-MUDANCAS        PIC 9(05) VALUE ZERO.
       01  WS-QT-APLICADOS       PIC 9(05) VALUE ZERO.
       01  WS-QT-CONFLITOS       PIC 9(05) VALUE ZERO.
       01  WS-QT-ETIQUETAS       PIC 9(05) VALUE ZERO.
       01  WS-AG-APLICADOS       PIC 9(05).
       01  WS-AG-CONFLITOS       PIC 9(05).

      *CONTRATOS VIGENTES NA DATA DE REFERENCIA, CARREGADOS UMA VEZ
      *(ACECT E POR CLIENTE + PRODUTO). COM A TABELA CHEIA, O PRODUTO
      *QUE NAO ESTA NELA E PROCURADO NO PROPRIO ARQUIVO.
       78  Tl-Max-Contratos      VALUE 3000.
       01  WS-QT-CONTRATOS       PIC 9(04) COMP VALUE ZERO.
       01  WS-CX                 PIC 9(04) COMP.
       01  TAB-CONTRATOS.
           03  TC-COD OCCURS 3000 TIMES PIC 9(06).

      *PRODUTOS COM PRECO PRINCIPAL ALTERADO NESTA RODADA - BASE DO
      *ARQUIVO DO CAIXA E DAS ETIQUETAS, SEM REPETIR PRODUTO.
       78  Tl-Max-Alterados      VALUE 5000.
       01  WS-QT-ALTERADOS       PIC 9(04) COMP VALUE ZERO.
       01  WS-AX                 PIC 9(04) COMP.
       01  WS-ACHOU              PIC X(01).
           88  ACHOU-ALTERADO    VALUE "S".
       01  TAB-ALTERADOS.
           03  TA-COD OCCURS 5000 TIMES PIC 9(06).

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(09) VALUE "VIGENCIA ".
           03  FILLER            PIC X(07) VALUE "CODIGO ".
           03  FILLER            PIC X(13) VALUE "DESCRICAO".
           03  FILLER            PIC X(02) VALUE "T ".
           03  FILLER            PIC X(10) VALUE "ATAC ANTES".
           03  FILLER            PIC X(10) VALUE "  ATAC NOV".
           03  FILLER            PIC X(10) VALUE " VAR ANTES".
           03  FILLER            PIC X(10) VALUE "   VAR NOV".
           03  FILLER            PIC X(09) VALUE " SITUACAO".

       01  WS-LINHA-DET.
           03  DET-VIGENCIA      PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DESC          PIC X(12).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-TABELA        PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRATAC-ANTES  PIC Z(05)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRATAC-NOVO   PIC Z(05)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRVAR-ANTES   PIC Z(05)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRVAR-NOVO    PIC Z(05)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-SITUACAO      PIC X(08).

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(11) VALUE "MUDANCAS: ".
           03  TOT-MUDANCAS      PIC Z(04)9.
           03  FILLER            PIC X(19) VALUE
               "  ITENS APLICADOS: ".
           03  TOT-APLICADOS     PIC Z(04)9.
           03  FILLER            PIC X(18) VALUE
               "  EM CONFLITO:    ".
           03  TOT-CONFLITOS     PIC Z(04)9.

      *ETIQUETA NO MESMO FORMATO DE ETIQPRE
       01  WS-ETIQ-LINHA1.
           03  ETQ-DESC-01       PIC X(40).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  ETQ-UND-01        PIC X(04).

       01  WS-ETIQ-LINHA2.
           03  FILLER            PIC X(03) VALUE "R$ ".
           03  ETQ-PRVAR         PIC ZZZZZZ9.99.
           03  FILLER            PIC X(06) VALUE SPACES.
           03  ETQ-BARRA-01      PIC X(13).

       01  WS-ETIQ-SEPARADOR.
           03  FILLER            PIC X(60) VALUE ALL "-".

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-AGENDA
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE FROM TIME
           IF WS-HORA-HOJE NOT < 12000000
               COMPUTE WS-JULIANO-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               COMPUTE WS-DATA-REFERENCIA =
                   FUNCTION DATE-OF-INTEGER(WS-JULIANO-HOJE + 1)
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA
           END-IF
           OPEN I-O ACE01
           IF FS NOT = "00"
               DISPLAY "APLIPRE - CADASTRO DE PRODUTOS (ACE01) NAO "
                       "DISPONIVEL: " FS
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WS-FIM-AGENDA
           END-IF
           OPEN I-O ACE09
           OPEN I-O ACE08
           IF FS = "05" OR "35"
               OPEN OUTPUT ACE08
               CLOSE ACE08
               OPEN I-O ACE08
           END-IF
           OPEN INPUT ACEPM
           IF FS = "00"
               MOVE "S" TO WS-ACEPM-DISPONIVEL
           END-IF
           PERFORM Carrega-Contratos
           MOVE "00" TO FS
           OPEN I-O ACEAG
           IF FS-AG = "05" OR "35"
               OPEN OUTPUT ACEAG
               CLOSE ACEAG
               OPEN I-O ACEAG
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "APLIPRE" TO WS-Log-Programa
      *O ARQUIVO DO CAIXA E RECRIADO TODA RODADA: SEM MUDANCA VENCIDA
      *ELE FICA VAZIO E O CAIXA NAO REPROCESSA A REMESSA ANTERIOR.
           OPEN OUTPUT Arquivo-Feed
           MOVE "MUDANCAS DE PRECO AGENDADAS  " TO WS-Rel-Titulo
           MOVE "APLIPRE" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           DISPLAY "APLIPRE - VIGENCIAS ATE " WS-DATA-REFERENCIA
           MOVE LOW-VALUES TO AG-CHAVE
           START ACEAG KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-AGENDA
           END-START
           .

      *---------------------------------------------------------------*
      *CARREGA-CONTRATOS - SO OS VIGENTES NA DATA DE REFERENCIA.
       Carrega-Contratos SECTION.
           OPEN INPUT ACECT
           IF FS = "00"
               MOVE "S" TO WS-ACECT-DISPONIVEL
               MOVE "N" TO WS-FIM-CONTRATOS
               PERFORM UNTIL FIM-CONTRATOS
                   READ ACECT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-CONTRATOS
                       NOT AT END
                           IF WS-DATA-REFERENCIA NOT < CT-DATA-INI
                              AND WS-DATA-REFERENCIA
                                  NOT > CT-DATA-FIM
                               IF WS-QT-CONTRATOS < Tl-Max-Contratos
                                   ADD 1 TO WS-QT-CONTRATOS
                                   MOVE CT-COD
                                     TO TC-COD(WS-QT-CONTRATOS)
                               ELSE
                                   MOVE "S" TO WS-TAB-CT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           READ ACEAG NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-AGENDA
               NOT AT END
                   IF AG-DATA-VIGENCIA > WS-DATA-REFERENCIA
                       MOVE "S" TO WS-FIM-AGENDA
                   ELSE
                       IF AG-PENDENTE
                           PERFORM Aplica-Agendamento
                       END-IF
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Aplica-Agendamento SECTION.
           ADD 1 TO WS-QT-MUDANCAS
           MOVE ZERO TO WS-AG-APLICADOS WS-AG-CONFLITOS
           IF AG-POR-PRODUTO
               MOVE AG-COD TO COD-01
               READ ACE01
                   INVALID KEY
                       MOVE AG-COD     TO DET-COD
                       MOVE SPACES     TO DET-DESC
                       MOVE ZERO       TO WS-PRATAC-ANTIGO
                                          WS-PRVAR-ANTIGO
                                          WS-PRATAC-NOVO
                                          WS-PRVAR-NOVO
                       MOVE "SEM PROD" TO DET-SITUACAO
                       PERFORM Imprime-Linha
                   NOT INVALID KEY
                       PERFORM Aplica-Produto
               END-READ
               MOVE "00" TO FS
           ELSE
               PERFORM Percorre-Grupo
           END-IF
      *PRODUTO SEGURADO FICA EM CONFLITO PARA O SUPERVISOR; NO
      *FORNECEDOR\CLASSE O REAJUSTE VALEU PARA OS DEMAIS ITENS E OS
      *SEGURADOS FICAM SO NO RELATORIO.
           IF AG-POR-PRODUTO AND WS-AG-CONFLITOS NOT = ZERO
               MOVE "C" TO AG-SITUACAO
               MOVE "CONFL-AGP" TO WS-Log-Funcao
           ELSE
               MOVE "A" TO AG-SITUACAO
               MOVE "APLICA-AGP" TO WS-Log-Funcao
           END-IF
           MOVE WS-DATA-HOJE    TO AG-DATA-APLICACAO
           MOVE WS-AG-APLICADOS TO AG-QTD-APLICADOS
           MOVE WS-AG-CONFLITOS TO AG-QTD-CONFLITOS
           REWRITE REG-AG
               INVALID KEY
                   DISPLAY "APLIPRE - ERRO AO GRAVAR O AGENDAMENTO "
                           AG-CHAVE
           END-REWRITE
           MOVE AG-CHAVE TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           .

      *---------------------------------------------------------------*
      *PERCORRE-GRUPO - TODO O CADASTRO, FILTRANDO PELO FORNECEDOR OU
      *PELA CLASSE; PRODUTO DESCONTINUADO NAO E REMARCADO.
       Percorre-Grupo SECTION.
           MOVE "N" TO WS-FIM-ACE01
           MOVE ZEROS TO COD-01
           START ACE01 KEY IS NOT LESS COD-01
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACE01
           END-START
           PERFORM UNTIL FIM-ACE01
               READ ACE01 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACE01
                   NOT AT END
                       IF NOT SIT-01-DESCONTINUADO
                          AND ((AG-POR-FORNECEDOR
                                AND CODFOR-01 = AG-FORNECEDOR)
                           OR (AG-POR-CLASSE
                                AND CLASSECE-01 = AG-CLASSE))
                           PERFORM Aplica-Produto
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Aplica-Produto SECTION.
           MOVE "S" TO WS-ITEM-OK
           MOVE COD-01 TO DET-COD
           MOVE DESC-01 TO DET-DESC
           IF AG-TABELA = SPACE
               MOVE PRATAC-01R TO WS-PRATAC-ANTIGO
               MOVE PRVAR-01R  TO WS-PRVAR-ANTIGO
           ELSE
               MOVE COD-01    TO COD-09
               MOVE AG-TABELA TO CODTAB-09
               READ ACE09
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-OK
                       MOVE ZERO TO WS-PRATAC-ANTIGO WS-PRVAR-ANTIGO
                   NOT INVALID KEY
                       MOVE PRATAC-09R TO WS-PRATAC-ANTIGO
                       MOVE PRVAR-09R  TO WS-PRVAR-ANTIGO
               END-READ
               MOVE "00" TO FS
           END-IF
           PERFORM Calcula-Precos-Novos
           IF NOT ITEM-OK
               MOVE "SEM TAB." TO DET-SITUACAO
           ELSE
               IF WS-PRATAC-NOVO = WS-PRATAC-ANTIGO
                  AND WS-PRVAR-NOVO = WS-PRVAR-ANTIGO
                   MOVE "SEM ALT." TO DET-SITUACAO
               ELSE
                   MOVE "N" TO WS-CONFLITO
                   IF NOT AG-FORCA-APLICACAO
                       PERFORM Verifica-Conflito
                   END-IF
                   IF ITEM-EM-CONFLITO
                       MOVE WS-MOTIVO TO DET-SITUACAO
                       ADD 1 TO WS-AG-CONFLITOS WS-QT-CONFLITOS
                   ELSE
                       PERFORM Grava-Preco-Novo
                   END-IF
               END-IF
           END-IF
      *NO FORNECEDOR\CLASSE, PRODUTO FORA DA TABELA NAO E ERRO - SO
      *NAO FAZ PARTE DELA.
           IF ITEM-OK OR AG-POR-PRODUTO
               PERFORM Imprime-Linha
           END-IF
           .

      *---------------------------------------------------------------*
      *CALCULA-PRECOS-NOVOS - PRODUTO: O PRECO AGENDADO (ZERO MANTEM
      *O ATUAL); FORNECEDOR\CLASSE: O PERCENTUAL SOBRE O PRECO DE
      *AGORA, NAO O DO DIA DO AGENDAMENTO.
       Calcula-Precos-Novos SECTION.
           IF AG-POR-PRODUTO
               IF AG-PRATAC NOT = ZERO
                   MOVE AG-PRATAC TO WS-PRATAC-NOVO
               ELSE
                   MOVE WS-PRATAC-ANTIGO TO WS-PRATAC-NOVO
               END-IF
               IF AG-PRVAR NOT = ZERO
                   MOVE AG-PRVAR TO WS-PRVAR-NOVO
               ELSE
                   MOVE WS-PRVAR-ANTIGO TO WS-PRVAR-NOVO
               END-IF
           ELSE
               COMPUTE WS-PRATAC-NOVO ROUNDED =
                   WS-PRATAC-ANTIGO * (1 + AG-PERCENTUAL / 100)
               COMPUTE WS-PRVAR-NOVO ROUNDED =
                   WS-PRVAR-ANTIGO * (1 + AG-PERCENTUAL / 100)
           END-IF
           .

      *---------------------------------------------------------------*
      *VERIFICA-CONFLITO - PROMOCAO OU CONTRATO VIGENTE NA DATA DE
      *REFERENCIA PREVALECE SOBRE O PRECO NOVO; APLICAR POR CIMA
      *ESCONDERIA A MUDANCA ATE O FIM DELES.
       Verifica-Conflito SECTION.
           IF ACEPM-DISPONIVEL
               MOVE COD-01 TO COD-PM
               READ ACEPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DATA-REFERENCIA NOT < PM-DATA-INI
                          AND WS-DATA-REFERENCIA NOT > PM-DATA-FIM
                           MOVE "S" TO WS-CONFLITO
                           MOVE "PROMOCAO" TO WS-MOTIVO
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           IF NOT ITEM-EM-CONFLITO AND ACECT-DISPONIVEL
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-QT-CONTRATOS
                          OR ITEM-EM-CONFLITO
                   IF TC-COD(WS-CX) = COD-01
                       MOVE "S" TO WS-CONFLITO
                   END-IF
               END-PERFORM
               IF NOT ITEM-EM-CONFLITO AND TAB-CT-CHEIA
                   PERFORM Procura-Contrato-Arquivo
               END-IF
               IF ITEM-EM-CONFLITO
                   MOVE "CONTRATO" TO WS-MOTIVO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Procura-Contrato-Arquivo SECTION.
           MOVE LOW-VALUES TO CT-CHAVE
           MOVE "N" TO WS-FIM-CONTRATOS
           START ACECT KEY IS NOT LESS CT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTRATOS
           END-START
           PERFORM UNTIL FIM-CONTRATOS OR ITEM-EM-CONFLITO
               READ ACECT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTRATOS
                   NOT AT END
                       IF CT-COD = COD-01
                          AND WS-DATA-REFERENCIA NOT < CT-DATA-INI
                          AND WS-DATA-REFERENCIA NOT > CT-DATA-FIM
                           MOVE "S" TO WS-CONFLITO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Preco-Novo SECTION.
           IF AG-TABELA = SPACE
               MOVE WS-PRATAC-NOVO TO PRATAC-01R
               MOVE WS-PRVAR-NOVO  TO PRVAR-01R
               MOVE "S" TO CONFPR-01
               REWRITE REG-01
                   INVALID KEY
                       MOVE "ERRO" TO DET-SITUACAO
                   NOT INVALID KEY
                       PERFORM Grava-Historico-Preco
                       PERFORM Guarda-Alterado
                       MOVE "APLICADO" TO DET-SITUACAO
                       ADD 1 TO WS-AG-APLICADOS WS-QT-APLICADOS
               END-REWRITE
           ELSE
               MOVE WS-PRATAC-NOVO TO PRATAC-09R
               MOVE WS-PRVAR-NOVO  TO PRVAR-09R
               REWRITE REG-09
                   INVALID KEY
                       MOVE "ERRO" TO DET-SITUACAO
                   NOT INVALID KEY
                       MOVE "APLICADO" TO DET-SITUACAO
                       ADD 1 TO WS-AG-APLICADOS WS-QT-APLICADOS
               END-REWRITE
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-HISTORICO-PRECO - MESMA GRAVACAO DE ACE08 DE AJUSPRE. O
      *MESMO PRODUTO PODE MUDAR DUAS VEZES NO MESMO SEGUNDO (DUAS
      *VIGENCIAS VENCIDAS JUNTAS): A HORA AVANCA ATE A CHAVE ENTRAR.
       Grava-Historico-Preco SECTION.
           MOVE COD-01            TO COD-08
           MOVE WS-DATA-HOJE      TO DATAHORA-08-DATA
           ACCEPT WS-HORA-HOJE FROM TIME
           MOVE WS-HORA-HOJE(1:6) TO DATAHORA-08-HORA
           MOVE WS-PRATAC-ANTIGO  TO PRATAC-ANTIGO-08
           MOVE PRATAC-01R        TO PRATAC-NOVO-08
           MOVE WS-PRVAR-ANTIGO   TO PRVAR-ANTIGO-08
           MOVE PRVAR-01R         TO PRVAR-NOVO-08
           MOVE "N" TO WS-HIST-GRAVADO
           MOVE ZERO TO WS-TENTATIVAS
           PERFORM UNTIL HIST-GRAVADO OR WS-TENTATIVAS > 20
               WRITE REG-08
                   INVALID KEY
                       ADD 1 TO DATAHORA-08-HORA
                       ADD 1 TO WS-TENTATIVAS
                   NOT INVALID KEY
                       MOVE "S" TO WS-HIST-GRAVADO
               END-WRITE
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Guarda-Alterado SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-QT-ALTERADOS OR ACHOU-ALTERADO
               IF TA-COD(WS-AX) = COD-01
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF NOT ACHOU-ALTERADO
               IF WS-QT-ALTERADOS < Tl-Max-Alterados
                   ADD 1 TO WS-QT-ALTERADOS
                   MOVE COD-01 TO TA-COD(WS-QT-ALTERADOS)
               ELSE
                   DISPLAY "APLIPRE - PRODUTO " COD-01 " FORA DO "
                           "ARQUIVO DO CAIXA\ETIQUETAS: USE POSEXP "
                           "E ETIQPRE OPCAO 3."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Linha SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE AG-DATA-VIGENCIA TO DET-VIGENCIA
           MOVE AG-TABELA        TO DET-TABELA
           MOVE WS-PRATAC-ANTIGO TO DET-PRATAC-ANTES
           MOVE WS-PRATAC-NOVO   TO DET-PRATAC-NOVO
           MOVE WS-PRVAR-ANTIGO  TO DET-PRVAR-ANTES
           MOVE WS-PRVAR-NOVO    TO DET-PRVAR-NOVO
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *GERA-ARQUIVO-CAIXA - UMA LINHA POR PRODUTO ALTERADO, COM O
      *PRECO FINAL DA RODADA; PROMOCAO VIGENTE (SO QUANDO LIBERADA
      *PELO SUPERVISOR) PREVALECE COMO EM POSEXP.
       Gera-Arquivo-Caixa SECTION.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-QT-ALTERADOS
               MOVE TA-COD(WS-AX) TO COD-01
               READ ACE01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES    TO Linha-Feed
                       MOVE COD-01    TO FEED-COD
                       MOVE BARRA-01  TO FEED-BARRA
                       MOVE DESC-01   TO FEED-DESC
                       PERFORM Verifica-Promocao
                       IF PROMO-ATIVA
                           MOVE PM-PRVAR TO FEED-PRECO
                           MOVE "S"      TO FEED-PROMO
                       ELSE
                           MOVE PRVAR-01R TO FEED-PRECO
                           MOVE "N"       TO FEED-PROMO
                       END-IF
                       WRITE Linha-Feed
               END-READ
               MOVE "00" TO FS
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Verifica-Promocao SECTION.
           MOVE "N" TO WS-PROMO-ATIVA
           IF ACEPM-DISPONIVEL
               MOVE COD-01 TO COD-PM
               READ ACEPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DATA-REFERENCIA NOT < PM-DATA-INI
                          AND WS-DATA-REFERENCIA NOT > PM-DATA-FIM
                           MOVE "S" TO WS-PROMO-ATIVA
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPRIME-ETIQUETAS - REMESSA PROPRIA NA FILA (ID ETIQPRE), PARA
      *A LOJA ACHAR JUNTO DAS DEMAIS ETIQUETAS.
       Imprime-Etiquetas SECTION.
           MOVE "ETIQUETAS DE GONDOLA          " TO WS-Rel-Titulo
           MOVE "ETIQPRE" TO WS-Rel-Id
           MOVE SPACES TO WS-Rel-Dispositivo
           MOVE ZERO TO WS-Rel-Pagina WS-Rel-Linha
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-QT-ALTERADOS
               MOVE TA-COD(WS-AX) TO COD-01
               READ ACE01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Imprime-Etiqueta
               END-READ
               MOVE "00" TO FS
           END-PERFORM
           CLOSE RELATO
           .

      *---------------------------------------------------------------*

       Imprime-Etiqueta SECTION.
           IF WS-Rel-Linha = ZERO
              OR WS-Rel-Linha >= Tl-Rel-Linhas-Pagina
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
           END-IF
           MOVE DESC-01   TO ETQ-DESC-01
           MOVE UND-01    TO ETQ-UND-01
           MOVE PRVAR-01R TO ETQ-PRVAR
           MOVE BARRA-01  TO ETQ-BARRA-01
           WRITE REG-REL FROM WS-ETIQ-LINHA1
           WRITE REG-REL FROM WS-ETIQ-LINHA2
           WRITE REG-REL FROM WS-ETIQ-SEPARADOR
           ADD 3 TO WS-Rel-Linha
           ADD 1 TO WS-QT-ETIQUETAS
           .

      *---------------------------------------------------------------*

      *GOBACK EM VEZ DE STOP RUN: O PROGRAMA CONTINUA RODAVEL AVULSO
      *E CHAMAVEL PELA CORRENTE NOTURNA (RODANOIT).
       Program-Terminate SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-QT-MUDANCAS  TO TOT-MUDANCAS
           MOVE WS-QT-APLICADOS TO TOT-APLICADOS
           MOVE WS-QT-CONFLITOS TO TOT-CONFLITOS
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           CLOSE RELATO
           PERFORM Gera-Arquivo-Caixa
           IF WS-QT-ALTERADOS NOT = ZERO
               PERFORM Imprime-Etiquetas
           END-IF
           CLOSE ACE01 ACE08 ACE09 ACEAG Arquivo-Feed Arquivo-Log
           IF ACEPM-DISPONIVEL
               CLOSE ACEPM
           END-IF
           IF ACECT-DISPONIVEL
               CLOSE ACECT
           END-IF
           DISPLAY "APLIPRE - MUDANCAS: " WS-QT-MUDANCAS
                   " ITENS APLICADOS: " WS-QT-APLICADOS
                   " EM CONFLITO: " WS-QT-CONFLITOS
                   " ETIQUETAS: " WS-QT-ETIQUETAS
           GOBACK
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
