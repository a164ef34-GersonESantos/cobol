000086*DEVEDOR (TITULOS ABERTOS DE ACERC + PEDIDOS ABERTOS AO         *
000088*PRECO-12, CPYCRPG); ESTOURO SO PASSA COM OPERADOR SUPERVISOR   *
000089*ASSINADO, E A LIBERACAO FICA NO LOG DE OPERACOES.              *
      *CLIENTE COM O CREDITO BLOQUEADO PELA REVISAO MENSAL (REVCRED,  *
      *CLI-BLOQCRED) E RECUSADO ATE O SUPERVISOR LIBERAR LA.          *
      *A SAIDA DE PRODUTO COM MERCADORIA EM CONSIGNACAO CONSOME O     *
      *SALDO DO FORNECEDOR PELA REGRA DA EMPRESA (CPYCGPG).           *
      *KIT COM SALDO JA MONTADO (ORDEM DE MONTAGEM, KITMONT) SAI      *
      *PRIMEIRO DESSE SALDO; SO O QUE FALTA EXPLODE NOS COMPONENTES.  *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE). O SALDO DE LOTE RECOLHIDO DO PERECIVEL FICA FORA DO *
      *DISPONIVEL A VENDA.                                            *
      *PRODUTO EM FALTA MOSTRA OS SUBSTITUTOS DE ACESU (SUBCAD) COM   *
      *DISPONIVEL E PRECO; A OPERACAO SUBST-ITEM TROCA O ITEM PELO    *
      *SUBSTITUTO ESCOLHIDO (QUANTIDADE X FATOR) E ACE12 GUARDA O     *
      *PRODUTO E A QUANTIDADE ORIGINAIS (ORIG-12).                    *
      *DATA DE ENTREGA PROMETIDA PELA ROTA DA CIDADE DE ENTREGA, COM  *
      *HORARIO DE CORTE E FERIADOS                                    *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. PEDVEN.
000110 ENVIRONMENT DIVISION.
000178 COPY "C:\Repo2024\cobol\dados1\book\SELVD".
000179 COPY "C:\Repo2024\cobol\dados1\book\SELEE".
       COPY "C:\Repo2024\cobol\dados1\book\SELKT".
       COPY "C:\Repo2024\cobol\dados1\book\SELSU".
       COPY "C:\Repo2024\cobol\dados1\book\SELRO".
       COPY "C:\Repo2024\cobol\dados1\book\SELRS".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000182 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELCG".
000185 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000190 DATA DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\FDVD".
       COPY "C:\Repo2024\cobol\dados1\book\FDEE".
       COPY "C:\Repo2024\cobol\dados1\book\FDKT".
       COPY "C:\Repo2024\cobol\dados1\book\FDSU".
       COPY "C:\Repo2024\cobol\dados1\book\FDRO".
       COPY "C:\Repo2024\cobol\dados1\book\FDRS".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000243 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDCG".
000245 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000300 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
000310 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGWS".
000312 COPY "C:\Repo2024\cobol\dados1\book\CPYCRWS".
000314 COPY "C:\Repo2024\cobol\dados1\book\CPYCTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYROWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".

       78  dialog-system               VALUE "DSGRUN".
       01 Display-Error.
       01  WS-MONTAVEL                 PIC 9(07).
       01  WS-MONTAVEL-COMP            PIC 9(07).
       01  WS-QTD-COMPONENTE           PIC 9(07)V9(03).
       01  WS-QTD-KIT-MONTADO          PIC 9(07)V9(03).
       01  WS-QTD-KIT-EXPLODIR         PIC 9(07)V9(03).
       01  WS-COD-KIT                  PIC 9(06).
       01  WS-ACESU-DISPONIVEL         PIC X(01) VALUE "N".
           88  ACESU-DISPONIVEL        VALUE "S".
       01  WS-FIM-SUBST                PIC X(01).
           88  FIM-SUBST               VALUE "S".
       01  WS-ACHOU-SUBST              PIC X(01).
           88  ACHOU-SUBST             VALUE "S".
       01  WS-TEVE-SUBST               PIC X(01).
           88  TEVE-SUBST              VALUE "S".
       01  WS-COD-FALTA                PIC 9(06).
       01  WS-QT-BASE                  PIC 9(07)V9(03).
       01  WS-QT-CALC                  PIC 9(07)V9(07).
       01  WS-QT-INTEIRA               PIC 9(07).
       01  WS-HORA-PEDIDO              PIC 9(08).

      *---------------------------------------------------------------*

              MOVE "ERRO-ABERT" TO OPERACAO
          END-IF
          MOVE "ACE12" TO WS-Lv-Arq
          MOVE 3 TO WS-Lv-Esperada
          PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
          IF NOT Layout-Confere
              MOVE "ERRO-ABERT" TO OPERACAO
             OPEN OUTPUT ACELT
             CLOSE ACELT
             OPEN I-O ACELT.
          OPEN I-O ACELS.
          IF FS = "05" OR "35"
             OPEN OUTPUT ACELS
             CLOSE ACELS
             OPEN I-O ACELS.
          OPEN I-O ACECG.
          IF FS = "05" OR "35"
             OPEN OUTPUT ACECG
             CLOSE ACECG
             OPEN I-O ACECG.
          OPEN INPUT ACECL.
          IF FS NOT = "00"
             MOVE "ERRO-ABERT" TO OPERACAO.
          IF FS = "00"
             MOVE "S" TO WS-ACEKT-DISPONIVEL.
          MOVE "00" TO FS.
      *SEM TABELA DE SUBSTITUTOS O ITEM EM FALTA NAO TEM OPCOES.
          OPEN INPUT ACESU.
          IF FS = "00"
             MOVE "S" TO WS-ACESU-DISPONIVEL.
          MOVE "00" TO FS.
      *SEM CADASTRO DE ROTAS O PEDIDO GRAVA SEM DATA PROMETIDA.
          OPEN INPUT ACERO.
          IF FS = "00"
             OPEN INPUT ACERS
             IF FS = "00"
                MOVE "S" TO WS-Ro-Disponivel
             ELSE
                CLOSE ACERO
             END-IF
          END-IF.
          MOVE "00" TO FS.
          PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO.
          OPEN EXTEND Arquivo-Log.
          MOVE "PEDVEN" TO WS-Log-Programa.
      *O FATURAMENTO POSTA SAIDA DE ESTOQUE: CONFERE UMA VEZ POR
              WHEN OPERACAO = "REPETE-PED"
                  PERFORM REPETE-ULTIMO-PEDIDO

              WHEN OPERACAO = "SUBST-ITEM"
                  PERFORM SUBSTITUI-ITEM

              WHEN OPERACAO = "CONFIRMA-PEDIDO"
                  PERFORM CONFIRMA-PEDIDO.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
          CLOSE ACE01 ACE02 ACE11 ACE12 ACECE ACECL ACELT ACELS ACECG
                Arquivo-Log
          IF Cr-Tem-Titulos
             CLOSE ACERC
          END-IF
          IF ACEKT-DISPONIVEL
             CLOSE ACEKT
          END-IF
          IF ACESU-DISPONIVEL
             CLOSE ACESU
          END-IF
          IF Ro-Disponivel
             CLOSE ACERO ACERS
          END-IF
          PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
          STOP RUN
          .

          MOVE EST-ALM-01(WS-ALMOXARIFADO) TO SALDOCPB
          PERFORM CALCULA-RESERVADO
          MOVE WS-RESERVADO TO RESERVCPB
          PERFORM SOMA-RECOLHIDO-PED
          IF SALDOCPB > WS-RESERVADO + WS-Lt-Recolhido
             COMPUTE DISPCPB =
                 SALDOCPB - WS-RESERVADO - WS-Lt-Recolhido
          ELSE
             MOVE ZERO TO DISPCPB
          END-IF
      *kit: o disponivel mostrado e o kit ja montado no almoxarifado
      *mais o minimo montavel pelos saldos dos componentes
          PERFORM VERIFICA-KIT-PED
          IF EH-KIT
             PERFORM CALCULA-MONTAVEL-KIT
             MOVE WS-MONTAVEL TO SALDOCPB DISPCPB
             MOVE ZERO        TO RESERVCPB
          END-IF
      *produto sem disponivel: a tela ja recebe os substitutos
          MOVE ZERO TO QTSUBCPB SUBITEMCPB
          IF DISPCPB = ZERO AND OPERACAO NOT = "PROD-NAO-E"
             MOVE CODCPB TO WS-COD-FALTA
             PERFORM CARREGA-SUBSTITUTOS
             IF QTSUBCPB NOT = ZERO
                MOVE "PRODUTO EM FALTA - VEJA OS SUBSTITUTOS" TO MENFS
             END-IF
          END-IF
          .

      *---------------------------------------------------------------*
      *de outros pedidos sobre os componentes nao sao abatidas aqui
      *(a reserva formal continua por produto); o faturamento baixa
      *ate zerar, como nos itens simples. Ao final o produto pai e
      *relido, pois o chamador ainda precisa dele, e o saldo de kit
      *ja montado (KITMONT) do almoxarifado soma ao montavel.
       CALCULA-MONTAVEL-KIT SECTION.
          MOVE 9999999 TO WS-MONTAVEL
          MOVE "N" TO WS-FIM-KIT
          READ ACE01
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD EST-ALM-01(WS-ALMOXARIFADO) TO WS-MONTAVEL
          END-READ
          MOVE "00" TO FS
          .
          MOVE "00" TO FS
          .

      *---------------------------------------------------------------*
      *SOMA-RECOLHIDO-PED - perecivel (classe R): saldo de lote
      *recolhido (recall do fornecedor) do produto COD-01 no
      *almoxarifado WS-ALMOXARIFADO, que fica fora do disponivel a
      *venda ate a devolucao (CPYLTPG). Demais classes voltam zero.
       SOMA-RECOLHIDO-PED SECTION.
          MOVE ZERO TO WS-Lt-Recolhido
          IF CLASSECE-01 = "R"
             MOVE COD-01          TO WS-Lt-Cod
             MOVE WS-ALMOXARIFADO TO WS-Lt-Alm
             PERFORM SOMA-LOTE-RECOLHIDO THRU SAI-SOMA-LOTE-RECOLHIDO
          END-IF
          .

      *---------------------------------------------------------------*
      *GRAVA-PEDIDO - grava a capa em ACE11 (numero sequenciado a
      *partir do ultimo pedido gravado, como Incluir de cidade.cbl
                MOVE VENDCPB        TO VEND-11
                MOVE ENDENTCPB      TO ENDENT-11
                MOVE "A"            TO SITUACAO-11
                PERFORM DATA-PROMETIDA-PEDIDO
                MOVE WS-Ro-Rota     TO ROTA-11
                MOVE WS-Ro-Entrega  TO ENTREGA-11
                WRITE REG-11 INVALID KEY
                   MOVE "ERRO-GRAVA" TO OPERACAO
                END-WRITE
                   ELSE
                      MOVE WS-NUM-PEDIDO TO NUMPEDCPB
                      MOVE "A"           TO SITPEDCPB
                      MOVE WS-Ro-Rota    TO ROTACPB
                      MOVE WS-Ro-Entrega TO ENTREGACPB
                      MOVE "GRAVA-PED"   TO WS-Log-Funcao
                      MOVE NUM-11        TO WS-Log-Chave
                      PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                         MOVE NUM-11     TO WS-Log-Chave
                         PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                      END-IF
                      IF TEVE-SUBST
                         MOVE "SUBST-PED" TO WS-Log-Funcao
                         MOVE NUM-11      TO WS-Log-Chave
                         PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
          .

      *---------------------------------------------------------------*
      *DATA-PROMETIDA-PEDIDO - rota e data prometida de entrega pela
      *cidade do endereco de entrega escolhido (ACEEE) ou, no endereco
      *principal, pela cidade do cadastro do cliente (CPYROPG: dias da
      *rota, horario de corte contra a hora da gravacao, feriados).
      *Cidade sem rota grava zero nos dois.
       DATA-PROMETIDA-PEDIDO SECTION.
          MOVE ZERO TO WS-Ro-Cidade
          MOVE CLICODCPB TO CLI-CODIGO
          READ ACECL
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE CLI-CIDADE TO WS-Ro-Cidade
          END-READ
          MOVE "00" TO FS
          IF ENDENTCPB NOT = ZERO AND ACEEE-DISPONIVEL
             MOVE CLICODCPB TO EE-CLI
             MOVE ENDENTCPB TO EE-SEQ
             READ ACEEE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE EE-CIDADE TO WS-Ro-Cidade
             END-READ
             MOVE "00" TO FS
          END-IF
          ACCEPT WS-HORA-PEDIDO FROM TIME
          MOVE WS-HORA-PEDIDO(1:4) TO WS-Ro-Hora
          MOVE WS-DATA-PEDIDO      TO WS-Ro-Data
          MOVE SPACES              TO WS-Ro-Uf
          PERFORM CALCULA-ENTREGA THRU SAI-CALCULA-ENTREGA
          .

      *---------------------------------------------------------------*
      *VALIDA-CREDITO-CLIENTE - o cliente do pedido tem de existir e
      *estar ativo em ACECL; com CLI-LIMITE informado, o saldo devedor
      *(titulos abertos + pedidos abertos, CPYCRPG) mais o valor deste
      *pedido nao pode estourar o limite. Estouro so passa com
      *operador supervisor assinado, e a liberacao vai para o log.
      *Cliente com credito bloqueado pela revisao mensal (REVCRED)
      *nao passa nem com supervisor: o bloqueio se tira em REVCRED.
       VALIDA-CREDITO-CLIENTE SECTION.
          MOVE CLICODCPB TO CLI-CODIGO
          READ ACECL
                IF CLI-STATUS-INATIVO
                   MOVE "CLI-NAO-E" TO OPERACAO
                   MOVE "CLIENTE INATIVO - PEDIDO RECUSADO" TO MENFS
                ELSE
                IF CLI-CREDITO-BLOQUEADO
                   MOVE "LIM-CRED" TO OPERACAO
                   MOVE "CREDITO BLOQUEADO - LIBERACAO EM REVCRED"
                       TO MENFS
                ELSE
                   MOVE CLI-NOME TO CLIENTECPB
                   PERFORM VALIDA-VENDEDOR
                      PERFORM CONFERE-LIMITE-CREDITO
                   END-IF
                END-IF
                END-IF
          END-READ
          .


       VALIDA-ITENS-PEDIDO SECTION.
          MOVE "N" TO WS-DESC-LIBERADO
          MOVE ZERO TO QTSUBCPB SUBITEMCPB
          PERFORM VARYING WS-IX FROM 1 BY 1
                  UNTIL WS-IX > QTITENSCPB
      *desconto acima do teto do nivel 2 (DESCMAX-CE) so passa com
                END-IF
                PERFORM VERIFICA-KIT-PED
                IF EH-KIT
      *kit: a conferencia e contra o kit ja montado mais o minimo
      *montavel pelos componentes
                   PERFORM CALCULA-MONTAVEL-KIT
                   IF IT-QTDECPB(WS-IX) > WS-MONTAVEL
                      MOVE "SALDO-INSUF" TO OPERACAO
                      ADD IT-QTDECPB(WS-IX-ANT) TO WS-RESERVADO
                   END-IF
                END-PERFORM
                PERFORM SOMA-RECOLHIDO-PED
                IF IT-QTDECPB(WS-IX) + WS-RESERVADO + WS-Lt-Recolhido
                   > EST-ALM-01(WS-ALMOXARIFADO)
                   MOVE "SALDO-INSUF" TO OPERACAO
                   MOVE "SALDO DISPONIVEL INSUFICIENTE P/ RESERVA"
                       TO MENFS
                END-IF
                END-IF
      *o primeiro item em falta devolve a lista de substitutos para
      *o operador oferecer ao cliente (operacao SUBST-ITEM)
                IF OPERACAO = "SALDO-INSUF" AND SUBITEMCPB = ZERO
                   MOVE WS-IX  TO SUBITEMCPB
                   MOVE COD-01 TO WS-COD-FALTA
                   PERFORM CARREGA-SUBSTITUTOS
                   IF QTSUBCPB NOT = ZERO
                      MOVE "SALDO INSUFICIENTE - HA SUBSTITUTOS P/ ITEM"
                          TO MENFS
                   END-IF
                END-IF
                MOVE DESC-01   TO IT-DESCCPB(WS-IX)
                MOVE PRVAR-01R TO IT-PRECOCPB(WS-IX)
                PERFORM APLICA-PRECO-CONTRATO
          END-IF
          .

      *---------------------------------------------------------------*
      *CARREGA-SUBSTITUTOS - devolve na tela os substitutos de
      *WS-COD-FALTA cadastrados em ACESU (SUBCAD), na ordem da lista,
      *com o disponivel no almoxarifado WS-ALMOXARIFADO (mesma conta
      *de LER-PRODUTO-PEDIDO) e o preco de hoje para o cliente.
      *Substituto bloqueado ou descontinuado nao entra. Ao final o
      *produto em falta e relido, pois o chamador ainda precisa dele.
       CARREGA-SUBSTITUTOS SECTION.
          MOVE ZERO TO QTSUBCPB
          IF ACESU-DISPONIVEL
             MOVE "N" TO WS-FIM-SUBST
             MOVE WS-COD-FALTA TO SU-COD
             MOVE ZEROS        TO SU-SEQ
             START ACESU KEY IS NOT LESS SU-CHAVE
                INVALID KEY
                   MOVE "S" TO WS-FIM-SUBST
             END-START
             PERFORM UNTIL FIM-SUBST OR QTSUBCPB = 5
                READ ACESU NEXT RECORD
                   AT END
                      MOVE "S" TO WS-FIM-SUBST
                   NOT AT END
                      IF SU-COD NOT = WS-COD-FALTA
                         MOVE "S" TO WS-FIM-SUBST
                      ELSE
                         PERFORM LISTA-SUBSTITUTO
                      END-IF
                END-READ
             END-PERFORM
             MOVE "00" TO FS
             MOVE WS-COD-FALTA TO COD-01
             READ ACE01 INVALID KEY
                CONTINUE
             END-READ
             MOVE "00" TO FS
          END-IF
          .

      *---------------------------------------------------------------*

       LISTA-SUBSTITUTO SECTION.
          MOVE SU-SUBST TO COD-01
          READ ACE01
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF NOT SIT-01-BLOQ-VENDA AND NOT SIT-01-DESCONTINUADO
                   ADD 1 TO QTSUBCPB
                   MOVE SU-SUBST TO SB-CODCPB(QTSUBCPB)
                   MOVE DESC-01  TO SB-DESCCPB(QTSUBCPB)
                   MOVE SU-FATOR TO SB-FATORCPB(QTSUBCPB)
                   PERFORM CALCULA-RESERVADO
                   PERFORM SOMA-RECOLHIDO-PED
                   IF EST-ALM-01(WS-ALMOXARIFADO)
                      > WS-RESERVADO + WS-Lt-Recolhido
                      COMPUTE SB-DISPCPB(QTSUBCPB) =
                          EST-ALM-01(WS-ALMOXARIFADO)
                          - WS-RESERVADO - WS-Lt-Recolhido
                   ELSE
                      MOVE ZERO TO SB-DISPCPB(QTSUBCPB)
                   END-IF
                   PERFORM VERIFICA-KIT-PED
                   IF EH-KIT
                      PERFORM CALCULA-MONTAVEL-KIT
                      MOVE WS-MONTAVEL TO SB-DISPCPB(QTSUBCPB)
                   END-IF
                   MOVE PRVAR-01R TO SB-PRECOCPB(QTSUBCPB)
                   PERFORM APLICA-PRECO-CONTRATO
                   IF Ct-Achado
                      MOVE WS-Ct-Prvar TO SB-PRECOCPB(QTSUBCPB)
                   END-IF
                END-IF
          END-READ
          MOVE "00" TO FS
          .

      *---------------------------------------------------------------*
      *SUBSTITUI-ITEM - troca o produto do item SUBITEMCPB pelo
      *substituto SUBCODCPB escolhido na lista. A troca parte sempre
      *do produto e da quantidade pedidos originalmente (um item ja
      *substituido pode ser trocado de novo); a quantidade vira
      *quantidade pedida x fator de ACESU, arredondada para cima em
      *unidades inteiras quando o substituto nao e vendido a peso. O
      *item e reprecificado pela regra de hoje. Escolher o proprio
      *produto original desfaz a substituicao. Nada e gravado aqui: a
      *substituicao vai para ACE12 no GRAVA-PEDIDO.
       SUBSTITUI-ITEM SECTION.
          IF SUBITEMCPB = ZERO OR SUBITEMCPB > QTITENSCPB
             MOVE "SUBST-INV" TO OPERACAO
             MOVE "ITEM A SUBSTITUIR INVALIDO" TO MENFS
          ELSE
             MOVE SUBITEMCPB TO WS-IX
             IF IT-ORIGCPB(WS-IX) NUMERIC
                AND IT-ORIGCPB(WS-IX) NOT = ZERO
                MOVE IT-ORIGCPB(WS-IX)   TO WS-COD-FALTA
                MOVE IT-QTORIGCPB(WS-IX) TO WS-QT-BASE
             ELSE
                MOVE IT-CODCPB(WS-IX)    TO WS-COD-FALTA
                MOVE IT-QTDECPB(WS-IX)   TO WS-QT-BASE
             END-IF
             IF SUBCODCPB = WS-COD-FALTA
                PERFORM DESFAZ-SUBSTITUICAO
             ELSE
                PERFORM LOCALIZA-SUBSTITUTO
                IF NOT ACHOU-SUBST
                   MOVE "SUBST-INV" TO OPERACAO
                   MOVE "PRODUTO NAO E SUBSTITUTO DO ITEM EM ACESU"
                       TO MENFS
                ELSE
                   MOVE SUBCODCPB TO COD-01
                   READ ACE01
                      INVALID KEY
                         MOVE "PROD-NAO-E" TO OPERACAO
                         MOVE "SUBSTITUTO NAO CADASTRADO" TO MENFS
                      NOT INVALID KEY
                         IF SIT-01-BLOQ-VENDA OR SIT-01-DESCONTINUADO
                            MOVE "SIT-BLOQ" TO OPERACAO
                            MOVE "SUBSTITUTO BLOQUEADO P/ VENDA"
                                TO MENFS
                         ELSE
                            PERFORM TROCA-PRODUTO-ITEM
                         END-IF
                   END-READ
                   MOVE "00" TO FS
                END-IF
             END-IF
          END-IF
          .

      *---------------------------------------------------------------*
      *LOCALIZA-SUBSTITUTO - procura SUBCODCPB na lista de substitutos
      *de WS-COD-FALTA; achado, REG-SU fica com o fator.
       LOCALIZA-SUBSTITUTO SECTION.
          MOVE "N" TO WS-ACHOU-SUBST
          IF ACESU-DISPONIVEL
             MOVE "N" TO WS-FIM-SUBST
             MOVE WS-COD-FALTA TO SU-COD
             MOVE ZEROS        TO SU-SEQ
             START ACESU KEY IS NOT LESS SU-CHAVE
                INVALID KEY
                   MOVE "S" TO WS-FIM-SUBST
             END-START
             PERFORM UNTIL FIM-SUBST OR ACHOU-SUBST
                READ ACESU NEXT RECORD
                   AT END
                      MOVE "S" TO WS-FIM-SUBST
                   NOT AT END
                      IF SU-COD NOT = WS-COD-FALTA
                         MOVE "S" TO WS-FIM-SUBST
                      ELSE
                         IF SU-SUBST = SUBCODCPB
                            MOVE "S" TO WS-ACHOU-SUBST
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             MOVE "00" TO FS
          END-IF
          .

      *---------------------------------------------------------------*

       TROCA-PRODUTO-ITEM SECTION.
          COMPUTE WS-QT-CALC = WS-QT-BASE * SU-FATOR
          IF NOT PESOVAR-01-SIM
             MOVE WS-QT-CALC TO WS-QT-INTEIRA
             IF WS-QT-INTEIRA < WS-QT-CALC
                ADD 1 TO WS-QT-INTEIRA
             END-IF
             MOVE WS-QT-INTEIRA TO WS-QT-CALC
          END-IF
          MOVE WS-COD-FALTA TO IT-ORIGCPB(WS-IX)
          MOVE WS-QT-BASE   TO IT-QTORIGCPB(WS-IX)
          MOVE COD-01       TO IT-CODCPB(WS-IX)
          MOVE DESC-01      TO IT-DESCCPB(WS-IX)
          COMPUTE IT-QTDECPB(WS-IX) ROUNDED = WS-QT-CALC
          MOVE PRVAR-01R    TO IT-PRECOCPB(WS-IX)
          PERFORM APLICA-PRECO-CONTRATO
          IF Ct-Achado
             MOVE WS-Ct-Prvar TO IT-PRECOCPB(WS-IX)
          END-IF
          MOVE "ITEM SUBSTITUIDO - CONFIRA E GRAVE O PEDIDO" TO MENFS
          .

      *---------------------------------------------------------------*

       DESFAZ-SUBSTITUICAO SECTION.
          MOVE WS-COD-FALTA TO COD-01
          READ ACE01
             INVALID KEY
                MOVE "PROD-NAO-E" TO OPERACAO
                MOVE "PRODUTO DO ITEM NAO CADASTRADO" TO MENFS
             NOT INVALID KEY
                MOVE COD-01     TO IT-CODCPB(WS-IX)
                MOVE DESC-01    TO IT-DESCCPB(WS-IX)
                MOVE WS-QT-BASE TO IT-QTDECPB(WS-IX)
                MOVE ZERO       TO IT-ORIGCPB(WS-IX)
                                   IT-QTORIGCPB(WS-IX)
                MOVE PRVAR-01R  TO IT-PRECOCPB(WS-IX)
                PERFORM APLICA-PRECO-CONTRATO
                IF Ct-Achado
                   MOVE WS-Ct-Prvar TO IT-PRECOCPB(WS-IX)
                END-IF
                MOVE "SUBSTITUICAO DESFEITA - ITEM COMO PEDIDO"
                    TO MENFS
          END-READ
          MOVE "00" TO FS
          .

      *---------------------------------------------------------------*

       SEQUENCIA-PEDIDO SECTION.
      *SE A GRAVACAO DE UM ITEM FALHA, PARA DE GRAVAR E CANCELA A
      *CAPA JA GRAVADA, PARA NAO DEIXAR UM PEDIDO ABERTO PELA METADE.
       GRAVA-ITENS-PEDIDO SECTION.
          MOVE "N" TO WS-TEVE-SUBST
          PERFORM VARYING WS-IX FROM 1 BY 1
                  UNTIL WS-IX > QTITENSCPB
                     OR OPERACAO = "ERRO-GRAVA"
             MOVE IT-PRECOCPB(WS-IX) TO PRECO-12
             MOVE IT-DESCPCPB(WS-IX) TO DESC-12
             MOVE ZERO              TO IT-QTATENDCPB(WS-IX)
      *item substituido na digitacao guarda o que o cliente pediu
             IF IT-ORIGCPB(WS-IX) NUMERIC
                AND IT-ORIGCPB(WS-IX) NOT = ZERO
                MOVE "M"                 TO SUBST-12
                MOVE IT-ORIGCPB(WS-IX)   TO ORIG-12
                MOVE IT-QTORIGCPB(WS-IX) TO QTORIG-12
                MOVE "S"                 TO WS-TEVE-SUBST
             ELSE
                MOVE SPACE               TO SUBST-12
                MOVE ZERO                TO ORIG-12 QTORIG-12
             END-IF
             WRITE REG-12 INVALID KEY
                MOVE "ERRO-GRAVA" TO OPERACAO
             END-WRITE
             END-IF
             MOVE DATA-11     TO DATAPEDCPB
             MOVE SITUACAO-11 TO SITPEDCPB
             IF ROTA-11 NUMERIC AND ENTREGA-11 NUMERIC
                MOVE ROTA-11    TO ROTACPB
                MOVE ENTREGA-11 TO ENTREGACPB
             ELSE
                MOVE ZEROS TO ROTACPB ENTREGACPB
             END-IF
             PERFORM CARREGA-ITENS-PEDIDO
          END-READ
          .
                      ELSE
                         MOVE ZERO TO IT-DESCPCPB(QTITENSCPB)
                      END-IF
                      IF ITEM-12-SUBSTITUIDO
                         MOVE ORIG-12   TO IT-ORIGCPB(QTITENSCPB)
                         MOVE QTORIG-12 TO IT-QTORIGCPB(QTITENSCPB)
                      ELSE
                         MOVE ZERO TO IT-ORIGCPB(QTITENSCPB)
                                      IT-QTORIGCPB(QTITENSCPB)
                      END-IF
                      MOVE COD-12     TO COD-01
                      READ ACE01 INVALID KEY
                         MOVE "NAO ENCONTRADO" TO DESC-01
                      MOVE COD-12  TO IT-CODCPB(QTITENSCPB)
                      MOVE ALM-12  TO IT-ALMCPB(QTITENSCPB)
                      MOVE QTDE-12 TO IT-QTDECPB(QTITENSCPB)
      *item que saiu substituido repete o que o cliente pediu; o
      *saldo de hoje decide se a substituicao ainda e necessaria
                      IF ITEM-12-SUBSTITUIDO
                         MOVE ORIG-12   TO IT-CODCPB(QTITENSCPB)
                         MOVE QTORIG-12 TO IT-QTDECPB(QTITENSCPB)
                      END-IF
                      MOVE ZERO    TO IT-ORIGCPB(QTITENSCPB)
                                      IT-QTORIGCPB(QTITENSCPB)
                      MOVE ZERO    TO IT-QTATENDCPB(QTITENSCPB)
                      MOVE ZERO    TO IT-DESCPCPB(QTITENSCPB)
                      MOVE IT-CODCPB(QTITENSCPB) TO COD-01
                      READ ACE01 INVALID KEY
                         MOVE "NAO ENCONTRADO" TO DESC-01
                         MOVE ALL ZEROS        TO PRVAR-01R
          NOT INVALID KEY
             PERFORM VERIFICA-KIT-PED
             IF EH-KIT
      *kit: o preco e o do pai; o kit ja montado sai primeiro e o
      *resto da baixa de estoque\movimento sai por componente; o
      *proprio item do pedido e dado como atendido
                PERFORM BAIXA-KIT-MONTADO-PED
                IF WS-QTD-KIT-EXPLODIR NOT = ZERO
                   PERFORM BAIXA-COMPONENTES-PED
                END-IF
                MOVE QTDE-12 TO QTATEND-12
                REWRITE REG-12 INVALID KEY
                   MOVE "ERRO-GRAVA" TO OPERACAO
                ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
             END-PERFORM
             ADD WS-QT-PENDENTE TO QTSAI-01(1)
      *parte consignada da venda sai do saldo do fornecedor (CPYCGPG)
             MOVE COD-01         TO WS-Cg-Cod
             MOVE WS-QT-PENDENTE TO WS-Cg-Qtde
             PERFORM BAIXA-CONSIGNADO THRU SAI-BAIXA-CONSIGNADO
             REWRITE REG-01 INVALID KEY
                MOVE "ERRO-GRAVA" TO OPERACAO
             END-REWRITE
                MOVE COD-01         TO WS-Lt-Cod
                MOVE ALM-12         TO WS-Lt-Alm
                MOVE WS-QT-PENDENTE TO WS-Lt-Qtde
                MOVE "P"            TO WS-Lt-DocTipo
                MOVE NUM-12         TO WS-Lt-DocNum
                MOVE CLI-11         TO WS-Lt-Cliente
                PERFORM BAIXA-LOTE-FEFO THRU SAI-BAIXA-LOTE-FEFO
             END-IF
             PERFORM GRAVA-SAIDA-ACE02
          END-READ
          .

      *---------------------------------------------------------------*
      *BAIXA-KIT-MONTADO-PED - o kit pre-montado (KITMONT) mora no
      *saldo do proprio pai: a confirmacao consome esse saldo no
      *almoxarifado do item, posta o "S" do pai e deixa em
      *WS-QTD-KIT-EXPLODIR o que ainda sai por componente.
       BAIXA-KIT-MONTADO-PED SECTION.
          MOVE ZERO TO WS-QTD-KIT-MONTADO
          IF EST-ALM-01(ALM-12) NOT = ZERO
             IF EST-ALM-01(ALM-12) < WS-QT-PENDENTE
                MOVE EST-ALM-01(ALM-12) TO WS-QTD-KIT-MONTADO
             ELSE
                MOVE WS-QT-PENDENTE TO WS-QTD-KIT-MONTADO
             END-IF
             SUBTRACT WS-QTD-KIT-MONTADO FROM EST-ALM-01(ALM-12)
             MOVE ZERO TO EST-01
             PERFORM VARYING WS-INDICE-ALM FROM 1 BY 1
                     UNTIL WS-INDICE-ALM > 5
                ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
             END-PERFORM
             ADD WS-QTD-KIT-MONTADO TO QTSAI-01(1)
             REWRITE REG-01 INVALID KEY
                MOVE "ERRO-GRAVA" TO OPERACAO
             END-REWRITE
             MOVE COD-01             TO WS-Mov-Cod
             MOVE "S"                TO WS-Mov-Tipo
             MOVE WS-QTD-KIT-MONTADO TO WS-Mov-Qtde
             MOVE ALM-12             TO WS-Mov-Alm
             MOVE "-"                TO WS-Mov-Sinal
             MOVE "P"                TO WS-Mov-DocTipo
             MOVE NUM-12             TO WS-Mov-DocNum
             PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
          END-IF
          COMPUTE WS-QTD-KIT-EXPLODIR =
              WS-QT-PENDENTE - WS-QTD-KIT-MONTADO
          .

      *---------------------------------------------------------------*
      *BAIXA-COMPONENTES-PED - a confirmacao do kit baixa cada
      *componente (EST-ALM-01 do almoxarifado reservado, EST-01,
      *---------------------------------------------------------------*

       BAIXA-UM-COMPONENTE-PED SECTION.
          COMPUTE WS-QTD-COMPONENTE = WS-QTD-KIT-EXPLODIR * KT-QTDE
          MOVE KT-COMP TO COD-01
          READ ACE01 INVALID KEY
             MOVE "PROD-NAO-E" TO OPERACAO
                ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
             END-PERFORM
             ADD WS-QTD-COMPONENTE TO QTSAI-01(1)
             MOVE COD-01            TO WS-Cg-Cod
             MOVE WS-QTD-COMPONENTE TO WS-Cg-Qtde
             PERFORM BAIXA-CONSIGNADO THRU SAI-BAIXA-CONSIGNADO
             REWRITE REG-01 INVALID KEY
                MOVE "ERRO-GRAVA" TO OPERACAO
             END-REWRITE
                MOVE COD-01            TO WS-Lt-Cod
                MOVE ALM-12            TO WS-Lt-Alm
                MOVE WS-QTD-COMPONENTE TO WS-Lt-Qtde
                MOVE "P"               TO WS-Lt-DocTipo
                MOVE NUM-12            TO WS-Lt-DocNum
                MOVE CLI-11            TO WS-Lt-Cliente
                PERFORM BAIXA-LOTE-FEFO THRU SAI-BAIXA-LOTE-FEFO
             END-IF
             MOVE COD-01            TO WS-Mov-Cod
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYROPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
