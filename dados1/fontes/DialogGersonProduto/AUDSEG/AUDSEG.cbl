000010*AUDSEG-AUDITORIA PERIODICA DA SEGREGACAO DE FUNCOES. PARA OS   *
000020*PARES ATIVOS DA TABELA ACESD (SEGFUN) LISTA EM RELATO TODO     *
000030*CASO PASSADO EM QUE O MESMO OPERADOR FEZ AS DUAS PONTAS DO     *
000040*MESMO DOCUMENTO: BAIXA PROPOSTA E APROVADA PELO MESMO OPERADOR *
000050*(ACEBX), CARGA RECEBIDA E LIBERADA PELO MESMO OPERADOR (ACEQA, *
000060*QA-OPER-RECEB X QA-INSPETOR), MINIMO AJUSTADO E ACEITO PELO    *
000070*MESMO OPERADOR (ACEPN), ALTERACAO DE PRODUTO DESFEITA PELO     *
000080*PROPRIO AUTOR (JORNAL ACEJN CRUZADO COM AS LINHAS RECUPERA DO  *
000090*LOG) E OS PARES MARCADOS PARA AUDITORIA PELO LOG (SD-LOG "S":  *
000100*AS DUAS FUNCOES COM A MESMA CHAVE E O MESMO OPERADOR NO LOG DE *
000110*OPERACOES). NO FIM LISTA AS LIBERACOES DO DONO (SOD-DONO). O   *
000120*PERIODO E INFORMADO (ZEROS = TUDO) E VALE PELA DATA DA SEGUNDA *
000130*PONTA. SO LE; RESTRITO A SUPERVISOR.                           *
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. AUDSEG.
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190 COPY "C:\Repo2024\cobol\dados1\book\SELBX".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELQA".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELPN".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELJN".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000280     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000290                    FILE STATUS IS FS-REL.
000300     SELECT WS-Ordenacao ASSIGN TO "arquivos\audseg.srt".
000310 DATA DIVISION.
000320 FILE SECTION.
000330 COPY "C:\Repo2024\cobol\dados1\book\FDBX".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDQA".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDPN".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDJN".
000370 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000430 SD  WS-Ordenacao.
000440 01  SRT-Registro.
000450     03  SRT-Chave         PIC X(15).
000460     03  SRT-Oper          PIC 9(04).
000470     03  SRT-Data          PIC 9(08).
000480     03  SRT-Hora          PIC 9(08).
000490     03  SRT-Funcao        PIC X(10).
000500 WORKING-STORAGE SECTION.
000510 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000520 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000530 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000540 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000550 COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".
000560 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-AUDSEG         PIC X(01) VALUE "N".
           88  FIM-AUDSEG        VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-FIM-ORDENACAO      PIC X(01).
           88  FIM-ORDENACAO     VALUE "S".

       01  WS-DTINI              PIC 9(08).
       01  WS-DTFIM              PIC 9(08).
       01  WS-QTD-SECAO          PIC 9(05).
       01  WS-QTD-TOTAL          PIC 9(05) VALUE ZERO.
       01  WS-IX                 PIC 9(03) COMP.
       01  WS-KX                 PIC 9(03) COMP.
       01  WS-ACHOU              PIC 9(03) COMP.
       01  WS-CASO-OPER          PIC 9(04).

      *RECUPERACOES DO JORNAL (LINHAS RECUPERA DO LOG DE JRNREC), PARA
      *SEPARAR NO ACEJN O DESFAZER DAS ALTERACOES COMUNS.
       78  Tl-Recuperas          VALUE 500.
       01  WS-QTD-RECUPERAS      PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-RECUPERAS.
           03  WS-REC OCCURS 500 TIMES.
               05  WS-REC-COD    PIC X(06).
               05  WS-REC-DATA   PIC 9(08).
               05  WS-REC-OPER   PIC 9(04).
       01  WS-REC-PERDIDAS       PIC 9(05) VALUE ZERO.

      *IMAGENS "ANTES" JA LIDAS DO PRODUTO CORRENTE DO JORNAL, SEM OS
      *CAMPOS DE SALDO (O DESFAZER NAO OS REPOE - VER JRNREC).
       78  Tl-Imagens            VALUE 100.
       01  WS-JN-COD             PIC 9(06).
       01  WS-QTD-IMAGENS        PIC 9(03) COMP.
       01  WS-TAB-IMAGENS.
           03  WS-IMG OCCURS 100 TIMES.
               05  WS-IMG-DATA   PIC 9(08).
               05  WS-IMG-OPER   PIC 9(04).
               05  WS-IMG-REG    PIC X(346).
       01  WS-IMG-PERDIDAS       PIC 9(05) VALUE ZERO.
       01  WS-PENDENTE           PIC X(01).
           88  HA-PENDENTE       VALUE "S".
       01  WS-PEND-DATA          PIC 9(08).
       01  WS-PEND-OPER          PIC 9(04).
       01  WS-PEND-REG           PIC X(346).
       01  WS-MASCARA            PIC X(346).

      *FUNCOES DE UMA MESMA CHAVE+OPERADOR DO LOG (SAIDA DA ORDENACAO).
       01  WS-GRP-CHAVE          PIC X(15).
       01  WS-GRP-OPER           PIC 9(04).
       01  WS-GRP-QTD            PIC 9(02) COMP.
       01  WS-TAB-GRUPO.
           03  WS-GRP OCCURS 10 TIMES.
               05  WS-GRP-FUNCAO PIC X(10).
               05  WS-GRP-DATA   PIC 9(08).
       01  WS-GRP-IX-A           PIC 9(02) COMP.
       01  WS-GRP-IX-B           PIC 9(02) COMP.

       01  WS-LINHA-SECAO.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SEC-TITULO        PIC X(79).
       01  WS-LINHA-COLUNAS.
           03  FILLER            PIC X(40) VALUE
               " DOCUMENTO       OPER FUNCAO     DATA   ".
           03  FILLER            PIC X(40) VALUE
               "  FUNCAO     DATA     OBSERVACAO       ".
       01  WS-LINHA-DET.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DOC           PIC X(15).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-OPER          PIC ZZZ9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-FUNC-1        PIC X(10).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DATA-1        PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-FUNC-2        PIC X(10).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DATA-2        PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-OBS           PIC X(18).
       01  WS-LINHA-TOTAL.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  TOT-TEXTO         PIC X(30).
           03  TOT-QTD           PIC ZZ,ZZ9.
           03  FILLER            PIC X(43) VALUE SPACES.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           IF NOT FIM-AUDSEG
               PERFORM Program-Body
           END-IF
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Supervisor
               DISPLAY "AUDSEG - FUNCAO RESTRITA A SUPERVISOR "
                       "(NIVEL 3). ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-AUDSEG
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM CARREGA-SEGREGACAO THRU SAI-CARREGA-SEGREGACAO
           DISPLAY "AUDSEG - PERIODO, DATA INICIAL (AAAAMMDD, "
                   "ZEROS = DESDE O INICIO): "
           ACCEPT WS-DTINI
           DISPLAY "DATA FINAL (AAAAMMDD, ZEROS = ATE HOJE): "
           ACCEPT WS-DTFIM
           IF WS-DTFIM = ZERO
               MOVE 99999999 TO WS-DTFIM
           END-IF
           IF WS-DTINI > WS-DTFIM
               DISPLAY "AUDSEG - DATA INICIAL DEPOIS DA FINAL."
               MOVE "S" TO WS-FIM-AUDSEG
           END-IF
           MOVE "AUDITORIA SEGREGACAO FUNCOES " TO WS-Rel-Titulo
           MOVE "AUDSEG" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           PERFORM Audita-Baixas
           PERFORM Audita-Quarentena
           PERFORM Audita-Minimos
           PERFORM Carrega-Recuperacoes
           PERFORM Audita-Jornal
           PERFORM Audita-Log
           PERFORM Lista-Liberacoes-Dono
           MOVE "TOTAL DE CASOS NO PERIODO" TO TOT-TEXTO
           MOVE WS-QTD-TOTAL TO TOT-QTD
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           ADD 1 TO WS-Rel-Linha
           DISPLAY "AUDSEG - CASOS NO PERIODO: " WS-QTD-TOTAL
           .

      *---------------------------------------------------------------*
      *ABRE-SECAO - TITULO DA SECAO E, COM O PAR INATIVO NA TABELA, O
      *AVISO DE QUE A SECAO NAO FOI AUDITADA (WS-SD-ACHADO ZERO).
       Abre-Secao SECTION.
           MOVE ZERO TO WS-QTD-SECAO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-SECAO
           ADD 2 TO WS-Rel-Linha
           IF WS-Sd-Func-Feita NOT = SPACES
               PERFORM PROCURA-PAR-SEGREGACAO THRU
                   SAI-PROCURA-PAR-SEGREGACAO
               IF WS-Sd-Achado = ZERO
                   MOVE "   PAR INATIVO NA TABELA - NAO AUDITADO."
                     TO SEC-TITULO
                   WRITE REG-REL FROM WS-LINHA-SECAO
                   ADD 1 TO WS-Rel-Linha
               END-IF
           END-IF
           IF WS-Sd-Func-Feita = SPACES OR WS-Sd-Achado NOT = ZERO
               WRITE REG-REL FROM WS-LINHA-COLUNAS
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Fecha-Secao SECTION.
           MOVE "   CASOS NA SECAO" TO TOT-TEXTO
           MOVE WS-QTD-SECAO TO TOT-QTD
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Caso SECTION.
           MOVE WS-CASO-OPER TO DET-OPER
           IF WS-Sd-Dono NOT = ZERO AND WS-CASO-OPER = WS-Sd-Dono
               MOVE "OPERADOR E O DONO" TO DET-OBS
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           ADD 1 TO WS-QTD-SECAO WS-QTD-TOTAL
           MOVE SPACES TO WS-LINHA-DET
           .

      *---------------------------------------------------------------*
      *AUDITA-BAIXAS - PROPOSTA APROVADA PELO PROPRIO PROPONENTE,
      *PELA DATA DA APROVACAO.
       Audita-Baixas SECTION.
           MOVE "PROP-BAIXA" TO WS-Sd-Func-Feita
           MOVE "APRV-BAIXA" TO WS-Sd-Func-Atual
           MOVE "BAIXAS DE ESTOQUE (ACEBX) - PROPOSTA E APROVACAO"
             TO SEC-TITULO
           PERFORM Abre-Secao
           MOVE SPACES TO WS-LINHA-DET
           OPEN INPUT ACEBX
           IF WS-Sd-Achado NOT = ZERO AND FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEBX NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF BAIXA-APROVADA
                              AND BX-OPER-PROP NUMERIC
                              AND BX-OPER-PROP NOT = ZERO
                              AND BX-OPER-PROP = BX-OPER-APROV
                              AND BX-DATA-APROV NOT < WS-DTINI
                              AND BX-DATA-APROV NOT > WS-DTFIM
                               MOVE BX-NUM        TO DET-DOC
                               MOVE BX-OPER-PROP TO WS-CASO-OPER
                               MOVE "PROP-BAIXA"  TO DET-FUNC-1
                               MOVE BX-DATA-PROP  TO DET-DATA-1
                               MOVE "APRV-BAIXA"  TO DET-FUNC-2
                               MOVE BX-DATA-APROV TO DET-DATA-2
                               PERFORM Imprime-Caso
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF FS NOT = "35"
               CLOSE ACEBX
           END-IF
           MOVE "00" TO FS
           PERFORM Fecha-Secao
           .

      *---------------------------------------------------------------*
      *AUDITA-QUARENTENA - CARGA LIBERADA PELO MESMO OPERADOR QUE A
      *RECEBEU, PELA DATA DA INSPECAO. CARGA RECEBIDA ANTES DO CAMPO
      *QA-OPER-RECEB NAO TEM A QUEM CONFERIR.
       Audita-Quarentena SECTION.
           MOVE "RECEBIMENT" TO WS-Sd-Func-Feita
           MOVE "LIBERA-QUA" TO WS-Sd-Func-Atual
           MOVE "QUARENTENA (ACEQA) - RECEBIMENTO E LIBERACAO"
             TO SEC-TITULO
           PERFORM Abre-Secao
           MOVE SPACES TO WS-LINHA-DET
           OPEN INPUT ACEQA
           IF WS-Sd-Achado NOT = ZERO AND FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEQA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF QUAR-LIBERADA
                              AND QA-OPER-RECEB NUMERIC
                              AND QA-OPER-RECEB NOT = ZERO
                              AND QA-OPER-RECEB = QA-INSPETOR
                              AND QA-DATA-INSP NOT < WS-DTINI
                              AND QA-DATA-INSP NOT > WS-DTFIM
                               MOVE QA-COD        TO DET-DOC
                               MOVE QA-OPER-RECEB TO WS-CASO-OPER
                               MOVE "RECEBIMENT"  TO DET-FUNC-1
                               MOVE QA-DATA       TO DET-DATA-1
                               MOVE "LIBERA-QUA"  TO DET-FUNC-2
                               MOVE QA-DATA-INSP  TO DET-DATA-2
                               PERFORM Imprime-Caso
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF FS NOT = "35"
               CLOSE ACEQA
           END-IF
           MOVE "00" TO FS
           PERFORM Fecha-Secao
           .

      *---------------------------------------------------------------*
      *AUDITA-MINIMOS - AJUSTE ACEITO PELO PROPRIO AUTOR. A PROPOSTA
      *NAO GUARDA A DATA DA ACEITACAO: O PERIODO VALE PELA DATA DA
      *PROPOSTA (PN-DATA).
       Audita-Minimos SECTION.
           MOVE "AJUSTA-MIN" TO WS-Sd-Func-Feita
           MOVE "ACEITA-MIN" TO WS-Sd-Func-Atual
           MOVE "ESTOQUE MINIMO (ACEPN) - AJUSTE E ACEITACAO"
             TO SEC-TITULO
           PERFORM Abre-Secao
           MOVE SPACES TO WS-LINHA-DET
           OPEN INPUT ACEPN
           IF WS-Sd-Achado NOT = ZERO AND FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEPN NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PROPMIN-ACEITA
                              AND PN-OPER-AJUSTE NUMERIC
                              AND PN-OPER-AJUSTE NOT = ZERO
                              AND PN-OPER-AJUSTE = PN-OPER-REV
                              AND PN-DATA NOT < WS-DTINI
                              AND PN-DATA NOT > WS-DTFIM
                               MOVE PN-COD         TO DET-DOC
                               MOVE PN-OPER-AJUSTE TO WS-CASO-OPER
                               MOVE "AJUSTA-MIN"   TO DET-FUNC-1
                               MOVE PN-DATA        TO DET-DATA-1
                               MOVE "ACEITA-MIN"   TO DET-FUNC-2
                               PERFORM Imprime-Caso
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF FS NOT = "35"
               CLOSE ACEPN
           END-IF
           MOVE "00" TO FS
           PERFORM Fecha-Secao
           .

      *---------------------------------------------------------------*
      *CARREGA-RECUPERACOES - AS LINHAS RECUPERA (JRNREC) DO PERIODO:
      *PRODUTO, DATA E OPERADOR DE CADA DESFAZER PELO JORNAL.
       Carrega-Recuperacoes SECTION.
           MOVE ZERO TO WS-QTD-RECUPERAS WS-REC-PERDIDAS
           OPEN INPUT Arquivo-Log
           IF FS-LOG = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ Arquivo-Log
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LOG-PROGRAMA = "JRNREC"
                              AND LOG-FUNCAO = "RECUPERA"
                              AND LOG-DATA NOT < WS-DTINI
                              AND LOG-DATA NOT > WS-DTFIM
                               PERFORM Guarda-Recuperacao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Log
           END-IF
           .

      *---------------------------------------------------------------*

       Guarda-Recuperacao SECTION.
           IF WS-QTD-RECUPERAS < Tl-Recuperas
               ADD 1 TO WS-QTD-RECUPERAS
               MOVE LOG-CHAVE(1:6)
                 TO WS-REC-COD(WS-QTD-RECUPERAS)
               MOVE LOG-DATA     TO WS-REC-DATA(WS-QTD-RECUPERAS)
               MOVE LOG-OPERADOR TO WS-REC-OPER(WS-QTD-RECUPERAS)
           ELSE
               ADD 1 TO WS-REC-PERDIDAS
           END-IF
           .

      *---------------------------------------------------------------*
      *AUDITA-JORNAL - O JORNAL VEM EM ORDEM DE PRODUTO\DATA\HORA, COM
      *O PAR "A"\"D" DE CADA REGRAVACAO. O "D" DE UMA RECUPERACAO (HA
      *LINHA RECUPERA DO MESMO PRODUTO, DIA E OPERADOR) E A IMAGEM
      *"A" QUE FOI REAPLICADA; SE A IMAGEM IGUAL MAIS RECENTE FOI
      *GRAVADA PELO MESMO OPERADOR, ELE DESFEZ A PROPRIA ALTERACAO.
       Audita-Jornal SECTION.
           MOVE "ALTERA-CAD" TO WS-Sd-Func-Feita
           MOVE "RECUPERA"   TO WS-Sd-Func-Atual
           MOVE "CADASTRO (ACEJN) - ALTERACAO E DESFAZER PELO JORNAL"
             TO SEC-TITULO
           PERFORM Abre-Secao
           MOVE SPACES TO WS-LINHA-DET
           MOVE ZERO TO WS-JN-COD WS-QTD-IMAGENS WS-IMG-PERDIDAS
           MOVE "N" TO WS-PENDENTE
           OPEN INPUT ACEJN
           IF WS-Sd-Achado NOT = ZERO AND FS = "00"
              AND WS-QTD-RECUPERAS NOT = ZERO
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEJN NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM Trata-Imagem-Jornal
                   END-READ
               END-PERFORM
           END-IF
           IF FS NOT = "35"
               CLOSE ACEJN
           END-IF
           MOVE "00" TO FS
           PERFORM Fecha-Secao
           IF WS-REC-PERDIDAS NOT = ZERO OR WS-IMG-PERDIDAS NOT = ZERO
               DISPLAY "AUDSEG - JORNAL GRANDE DEMAIS PARA A TABELA: "
                       WS-REC-PERDIDAS " RECUPERACOES E "
                       WS-IMG-PERDIDAS " IMAGENS NAO CONFERIDAS - "
                       "REDUZA O PERIODO."
           END-IF
           .

      *---------------------------------------------------------------*

       Trata-Imagem-Jornal SECTION.
           IF COD-JN NOT = WS-JN-COD
               MOVE COD-JN TO WS-JN-COD
               MOVE ZERO TO WS-QTD-IMAGENS
               MOVE "N" TO WS-PENDENTE
           END-IF
           PERFORM Mascara-Imagem
           IF IMAGEM-ANTES
      *"A" SEM "D" (GRAVACAO INTERROMPIDA): A ANTERIOR ENTRA ASSIM
      *MESMO NA TABELA.
               IF HA-PENDENTE
                   PERFORM Guarda-Imagem-Antes
               END-IF
               MOVE "S"        TO WS-PENDENTE
               MOVE DATA-JN    TO WS-PEND-DATA
               MOVE ZERO       TO WS-PEND-OPER
               IF OPER-JN NUMERIC
                   MOVE OPER-JN TO WS-PEND-OPER
               END-IF
               MOVE WS-MASCARA TO WS-PEND-REG
           ELSE
               PERFORM Confere-Recuperacao
               IF HA-PENDENTE
                   PERFORM Guarda-Imagem-Antes
               END-IF
               MOVE "N" TO WS-PENDENTE
           END-IF
           .

      *---------------------------------------------------------------*
      *MASCARA-IMAGEM - ZERA OS SALDOS E ACUMULADOS QUE O DESFAZER
      *MANTEM DO REGISTRO VIVO, PARA A IMAGEM REAPLICADA BATER COM A
      *IMAGEM "ANTES" DE ORIGEM.
       Mascara-Imagem SECTION.
           MOVE IMAGEM-JN TO REG-01
           MOVE ZERO TO QTPED-01 QTENT-01 EST-01 DATNOV-01 DTCON-01
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 12
               MOVE ZERO TO QTSAI-01(WS-KX)
           END-PERFORM
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 5
               MOVE ZERO TO EST-ALM-01(WS-KX)
           END-PERFORM
           MOVE REG-01 TO WS-MASCARA
           .

      *---------------------------------------------------------------*

       Guarda-Imagem-Antes SECTION.
           IF WS-QTD-IMAGENS < Tl-Imagens
               ADD 1 TO WS-QTD-IMAGENS
               MOVE WS-PEND-DATA TO WS-IMG-DATA(WS-QTD-IMAGENS)
               MOVE WS-PEND-OPER TO WS-IMG-OPER(WS-QTD-IMAGENS)
               MOVE WS-PEND-REG  TO WS-IMG-REG(WS-QTD-IMAGENS)
           ELSE
               ADD 1 TO WS-IMG-PERDIDAS
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Recuperacao SECTION.
           MOVE ZERO TO WS-ACHOU
           IF OPER-JN NUMERIC AND OPER-JN NOT = ZERO
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-QTD-RECUPERAS
                          OR WS-ACHOU NOT = ZERO
                   IF WS-REC-COD(WS-IX) = COD-JN
                      AND WS-REC-DATA(WS-IX) = DATA-JN
                      AND WS-REC-OPER(WS-IX) = OPER-JN
                       MOVE WS-IX TO WS-ACHOU
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACHOU NOT = ZERO
      *A IMAGEM IGUAL MAIS RECENTE E A QUE FOI ESCOLHIDA NO JRNREC.
               MOVE ZERO TO WS-ACHOU
               PERFORM VARYING WS-IX FROM WS-QTD-IMAGENS BY -1
                       UNTIL WS-IX < 1 OR WS-ACHOU NOT = ZERO
                   IF WS-IMG-REG(WS-IX) = WS-MASCARA
                       MOVE WS-IX TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU NOT = ZERO
                   IF WS-IMG-OPER(WS-ACHOU) = OPER-JN
                       MOVE COD-JN       TO DET-DOC
                       MOVE OPER-JN TO WS-CASO-OPER
                       MOVE "ALTERA-CAD" TO DET-FUNC-1
                       MOVE WS-IMG-DATA(WS-ACHOU) TO DET-DATA-1
                       MOVE "RECUPERA"   TO DET-FUNC-2
                       MOVE DATA-JN      TO DET-DATA-2
                       PERFORM Imprime-Caso
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *AUDITA-LOG - PARES COM SD-LOG "S": AS DUAS FUNCOES GRAVAM A
      *MESMA CHAVE NO LOG. AS LINHAS DESSAS FUNCOES SAO ORDENADAS POR
      *CHAVE+OPERADOR; GRUPO COM AS DUAS PONTAS DE UM PAR E CASO
      *QUANDO A ULTIMA DELAS CAI NO PERIODO.
       Audita-Log SECTION.
           MOVE SPACES TO WS-Sd-Func-Feita
           MOVE "LOG DE OPERACOES - PARES AUDITADOS PELO LOG"
             TO SEC-TITULO
           PERFORM Abre-Secao
           MOVE SPACES TO WS-LINHA-DET
           SORT WS-Ordenacao
               ON ASCENDING KEY SRT-Chave SRT-Oper SRT-Data SRT-Hora
               INPUT PROCEDURE IS Seleciona-Linhas-Log
               OUTPUT PROCEDURE IS Agrupa-Linhas-Log
           PERFORM Fecha-Secao
           .

      *---------------------------------------------------------------*

       Seleciona-Linhas-Log SECTION.
           OPEN INPUT Arquivo-Log
           IF FS-LOG = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ Arquivo-Log
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LOG-OPERADOR NUMERIC
                              AND LOG-OPERADOR NOT = ZERO
                              AND LOG-DATA NOT > WS-DTFIM
                               PERFORM Seleciona-Linha-Log
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Log
           END-IF
           .

      *---------------------------------------------------------------*

       Seleciona-Linha-Log SECTION.
           MOVE ZERO TO WS-ACHOU
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-Sd-Qtd OR WS-ACHOU NOT = ZERO
               IF WS-Sd-Log(WS-IX) = "S"
                  AND (WS-Sd-Func-A(WS-IX) = LOG-FUNCAO
                       OR WS-Sd-Func-B(WS-IX) = LOG-FUNCAO)
                   MOVE WS-IX TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = ZERO
               MOVE LOG-CHAVE    TO SRT-Chave
               MOVE LOG-OPERADOR TO SRT-Oper
               MOVE LOG-DATA     TO SRT-Data
               MOVE LOG-HORA     TO SRT-Hora
               MOVE LOG-FUNCAO   TO SRT-Funcao
               RELEASE SRT-Registro
           END-IF
           .

      *---------------------------------------------------------------*

       Agrupa-Linhas-Log SECTION.
           MOVE "N" TO WS-FIM-ORDENACAO
           MOVE SPACES TO WS-GRP-CHAVE
           MOVE ZERO TO WS-GRP-OPER WS-GRP-QTD
           RETURN WS-Ordenacao
               AT END
                   MOVE "S" TO WS-FIM-ORDENACAO
           END-RETURN
           PERFORM UNTIL FIM-ORDENACAO
               IF SRT-Chave NOT = WS-GRP-CHAVE
                  OR SRT-Oper NOT = WS-GRP-OPER
                   PERFORM Confere-Grupo-Log
                   MOVE SRT-Chave TO WS-GRP-CHAVE
                   MOVE SRT-Oper  TO WS-GRP-OPER
                   MOVE ZERO TO WS-GRP-QTD
               END-IF
               PERFORM Junta-Funcao-Grupo
               RETURN WS-Ordenacao
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
               END-RETURN
           END-PERFORM
           PERFORM Confere-Grupo-Log
           .

      *---------------------------------------------------------------*
      *JUNTA-FUNCAO-GRUPO - CADA FUNCAO UMA VEZ NO GRUPO, COM A DATA
      *DA ULTIMA OCORRENCIA (A ORDENACAO TRAZ AS DATAS CRESCENTES).
       Junta-Funcao-Grupo SECTION.
           MOVE ZERO TO WS-ACHOU
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GRP-QTD OR WS-ACHOU NOT = ZERO
               IF WS-GRP-FUNCAO(WS-IX) = SRT-Funcao
                   MOVE WS-IX TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = ZERO AND WS-GRP-QTD < 10
               ADD 1 TO WS-GRP-QTD
               MOVE WS-GRP-QTD TO WS-ACHOU
               MOVE SRT-Funcao TO WS-GRP-FUNCAO(WS-ACHOU)
           END-IF
           IF WS-ACHOU NOT = ZERO
               MOVE SRT-Data TO WS-GRP-DATA(WS-ACHOU)
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Grupo-Log SECTION.
           IF WS-GRP-QTD > 1
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-Sd-Qtd
                   IF WS-Sd-Log(WS-KX) = "S"
                       PERFORM Confere-Par-Grupo
                   END-IF
               END-PERFORM
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Par-Grupo SECTION.
           MOVE ZERO TO WS-GRP-IX-A WS-GRP-IX-B
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-GRP-QTD
               IF WS-GRP-FUNCAO(WS-IX) = WS-Sd-Func-A(WS-KX)
                   MOVE WS-IX TO WS-GRP-IX-A
               END-IF
               IF WS-GRP-FUNCAO(WS-IX) = WS-Sd-Func-B(WS-KX)
                   MOVE WS-IX TO WS-GRP-IX-B
               END-IF
           END-PERFORM
           IF WS-GRP-IX-A NOT = ZERO AND WS-GRP-IX-B NOT = ZERO
              AND (WS-GRP-DATA(WS-GRP-IX-A) NOT < WS-DTINI
                   OR WS-GRP-DATA(WS-GRP-IX-B) NOT < WS-DTINI)
               MOVE WS-GRP-CHAVE TO DET-DOC
               MOVE WS-GRP-OPER TO WS-CASO-OPER
               MOVE WS-Sd-Func-A(WS-KX)       TO DET-FUNC-1
               MOVE WS-GRP-DATA(WS-GRP-IX-A) TO DET-DATA-1
               MOVE WS-Sd-Func-B(WS-KX)       TO DET-FUNC-2
               MOVE WS-GRP-DATA(WS-GRP-IX-B) TO DET-DATA-2
               PERFORM Imprime-Caso
           END-IF
           .

      *---------------------------------------------------------------*
      *LISTA-LIBERACOES-DONO - AS VEZES EM QUE O DONO FEZ AS DUAS
      *PONTAS CONFIRMANDO A LIBERACAO (SOD-DONO, CPYSDPG). NAO SOMAM
      *NO TOTAL DE CASOS: JA FORAM CONSENTIDAS, MAS FICAM A VISTA.
       Lista-Liberacoes-Dono SECTION.
           MOVE SPACES TO WS-Sd-Func-Feita
           MOVE "LIBERACOES DO DONO (SOD-DONO NO LOG)" TO SEC-TITULO
           PERFORM Abre-Secao
           MOVE SPACES TO WS-LINHA-DET
           OPEN INPUT Arquivo-Log
           IF FS-LOG = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ Arquivo-Log
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LOG-FUNCAO = "SOD-DONO"
                              AND LOG-DATA NOT < WS-DTINI
                              AND LOG-DATA NOT > WS-DTFIM
                               MOVE LOG-CHAVE    TO DET-DOC
                               MOVE LOG-OPERADOR TO DET-OPER
                               MOVE LOG-PROGRAMA TO DET-FUNC-1
                               MOVE LOG-DATA     TO DET-DATA-1
                               MOVE "LIBERADO PELO DONO" TO DET-OBS
                               PERFORM VERIFICA-QUEBRA-REL THRU
                                   SAI-VERIFICA-QUEBRA-REL
                               WRITE REG-REL FROM WS-LINHA-DET
                               ADD 1 TO WS-Rel-Linha
                               ADD 1 TO WS-QTD-SECAO
                               MOVE SPACES TO WS-LINHA-DET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Log
           END-IF
           MOVE "   LIBERACOES NO PERIODO" TO TOT-TEXTO
           MOVE WS-QTD-SECAO TO TOT-QTD
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDPG".
