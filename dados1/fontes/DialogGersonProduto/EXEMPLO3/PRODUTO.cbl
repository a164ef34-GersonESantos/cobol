000020*$ set osvs ms(2) nowarning
000030*(diretiva do Micro Focus fora de uso neste ambiente - mantida
000040* apenas como comentario de historico; sem efeito na compilacao)
      *(pagina de planejamento: categoria depto\grupo\subgrupo em
      * CATEG-01, validada contra ACEHQ)
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PRODUTOS.
000065 ENVIRONMENT DIVISION.
       COPY "\dados1\book\SELLOG".
       COPY "\dados1\book\SELUSATU".
       COPY "\dados1\book\SELJN".
       COPY "\dados1\book\SELHQ".
000121 DATA DIVISION.
000122 FILE SECTION.
000130 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "\dados1\book\FDLOG".
       COPY "\dados1\book\FDUSATU".
       COPY "\dados1\book\FDJN".
       COPY "\dados1\book\FDHQ".
000175 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000180 COPY "C:\Repo2024\cobol\dados1\book\TAB-W".
       COPY "\dados1\book\CPYPERWS".
       COPY "\dados1\book\CPYJNWS".
       COPY "\dados1\book\CPYEANWS".
       COPY "\dados1\book\CPYHQWS".

       78  dialog-system               VALUE "DSGRUN".
       01 Display-Error.
           88  PROMO-ATIVA             VALUE "S".
       01  WS-ACEPM-DISPONIVEL         PIC X(01) VALUE "N".
           88  ACEPM-DISPONIVEL        VALUE "S".
       01  WS-ACEHQ-DISPONIVEL         PIC X(01) VALUE "N".
           88  ACEHQ-DISPONIVEL        VALUE "S".
       01  WS-CATEG-VALIDA             PIC X(01).
           88  CATEGORIA-VALIDA        VALUE "S".
       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-REGISTRO-EM-USO          PIC X(01).
           88  REGISTRO-EM-USO         VALUE "S".
              MOVE "S" TO WS-ACEPM-DISPONIVEL
           ELSE
              MOVE "N" TO WS-ACEPM-DISPONIVEL.
      *ACEHQ (CATEGORIAS) TAMBEM: SEM ELE SO SE GRAVA CATEGORIA ZERO.
           OPEN INPUT ACEHQ.
           IF FS-HQ = "00"
              MOVE "S" TO WS-ACEHQ-DISPONIVEL
           ELSE
              MOVE "N" TO WS-ACEHQ-DISPONIVEL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      ****************************************************************

      *QUE SOBROU NO BUFFER DA ULTIMA LEITURA (P.EX. UM DESCONTINUADO
      *RECEM CONSULTADO) E A ENTRADA DE ESTOQUE SERIA RECUSADA.
             MOVE SPACE TO SITUACAO-01
      *PELO MESMO MOTIVO NASCE SEM CATEGORIA; ELA E ATRIBUIDA NA
      *PAGINA DE PLANEJAMENTO.
             MOVE ZERO TO CATEG-01
             ACCEPT WS-DATCAD-SISTEMA FROM DATE
             MOVE WS-DATCAD-SISTEMA TO DATCAD-01
          END-IF
             MOVE EMB-01      TO EMBCPB
             MOVE DCUSTO-01   TO DCUSTOCPB
             MOVE ESTMIN-01   TO ESTMINCPB
             PERFORM CARREGA-CATEGORIA-PRODUTO
             MOVE CODFOR-01   TO COD-06
             READ ACE06 INVALID KEY
                MOVE SPACES TO NOMEFORCPB
             MOVE RAZ-01      TO RAZCPB
             MOVE EMB-01      TO EMBCPB
             MOVE DCUSTO-01   TO DCUSTOCPB
             PERFORM CARREGA-CATEGORIA-PRODUTO
          END-READ
          .

      *---------------------------------------------------------------*
      *GRAVA-PLANEJAMENTO - valida os dominios documentados em FD-01
      *(classe P\L\R\B\M\V ou branco, RAZ S\N ou branco; CODTRI ja
      *e um digito 0-9 por definicao do campo; categoria zero ou
      *subgrupo cadastrado em ACEHQ) e regrava o registro pelo
      *caminho normal de REWRITE com trilha no log.
       GRAVA-PLANEJAMENTO SECTION.
          MOVE CODCPB TO COD-01
          READ ACE01 INVALID KEY
                MOVE "CLASSE-INV" TO OPERACAO
                MOVE "CLASSE INVALIDA - USE P/L/R/B/M/V" TO MENFS
             ELSE
                PERFORM VALIDA-CATEGORIA
                IF RAZCPB NOT = "S" AND "N" AND SPACE
                   MOVE "RAZ-INV" TO OPERACAO
                   MOVE "RAZ-01 DEVE SER S OU N" TO MENFS
                ELSE
                 IF NOT CATEGORIA-VALIDA
                   MOVE "CATEG-INV" TO OPERACAO
                   MOVE "CATEGORIA DEVE SER SUBGRUPO CADASTRADO"
                       TO MENFS
                 ELSE
                   MOVE REG-01      TO WS-Jn-Antes
                   MOVE ESTMINCPB   TO ESTMIN-01
                   MOVE CLASSECECPB TO CLASSECE-01
                   MOVE RAZCPB      TO RAZ-01
                   MOVE EMBCPB      TO EMB-01
                   MOVE DCUSTOCPB   TO DCUSTO-01
                   MOVE CATEGCPB    TO CATEG-01
                   REWRITE REG-01 INVALID KEY
                      MOVE "ERRO-GRAVA" TO OPERACAO
                   END-REWRITE
                      MOVE COD-01       TO WS-Log-Chave
                      PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-IF
                 END-IF
                END-IF
             END-IF
          END-READ
          .

      *---------------------------------------------------------------*
      *CARREGA-CATEGORIA-PRODUTO - CATEG-01 de REG-01 para a tela
      *(espacos dos produtos anteriores ao campo viram zero), com a
      *descricao do subgrupo.
       CARREGA-CATEGORIA-PRODUTO SECTION.
          IF CATEG-01 NUMERIC
             MOVE CATEG-01 TO CATEGCPB
          ELSE
             MOVE ZERO TO CATEGCPB
          END-IF
          PERFORM VALIDA-CATEGORIA
          .

      *---------------------------------------------------------------*
      *VALIDA-CATEGORIA - CATEGCPB zero (sem categoria) ou subgrupo
      *cadastrado em ACEHQ (CATEGOR); devolve a descricao em
      *CATEGDESCCPB.
       VALIDA-CATEGORIA SECTION.
          MOVE "S"    TO WS-CATEG-VALIDA
          MOVE SPACES TO CATEGDESCCPB
          IF CATEGCPB NOT = ZERO
             MOVE CATEGCPB TO WS-Hq-Codigo
             IF WS-Hq-Subgrupo = ZERO OR NOT ACEHQ-DISPONIVEL
                MOVE "N" TO WS-CATEG-VALIDA
             ELSE
                MOVE WS-Hq-Codigo TO HQ-CODIGO
                READ ACEHQ INVALID KEY
                   MOVE "N" TO WS-CATEG-VALIDA
                NOT INVALID KEY
                   MOVE HQ-DESCRICAO TO CATEGDESCCPB
                END-READ
             END-IF
             IF NOT CATEGORIA-VALIDA
                MOVE "CATEGORIA NAO CADASTRADA" TO CATEGDESCCPB
             END-IF
          END-IF
          .

      *---------------------------------------------------------------*
      *LISTA-FORNECEDORES - devolve em LISTAFORNCPB ate 15
      *fornecedores de ACE06 cujo nome comeca com FORNBUSCACPB
