000100*LIMPO, UM PEDIDO POR CLIENTE E CRIADO EM ACE11\ACE12 COM O     *
000110*PRECO DA REGRA DE HOJE (VIGENTE + CONTRATO). EXIGE OPERADOR    *
000120*ASSINADO COM NIVEL DE MANUTENCAO E TUDO FICA NO LOG.           *
      *CLIENTE COM CREDITO BLOQUEADO PELA REVISAO MENSAL (REVCRED)    *
      *REJEITA A LINHA.                                               *
      *KIT CONTA O SALDO JA MONTADO (KITMONT) MAIS O MONTAVEL PELOS   *
      *COMPONENTES.                                                   *
      *CLIENTE QUE ACEITA SUBSTITUTO (CLI-ACEITASUB) TEM A LINHA SEM  *
      *SALDO TROCADA AUTOMATICAMENTE PELO PRIMEIRO SUBSTITUTO DE ACESU*
      *COM DISPONIVEL; CADA TROCA SAI NO RELATORIO E O ITEM GRAVA O   *
      *PRODUTO ORIGINAL (ORIG-12).                                    *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. PEDIMP.
000150 ENVIRONMENT DIVISION.
000220 COPY "C:\Repo2024\cobol\dados1\book\SELRC".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELCT".
       COPY "C:\Repo2024\cobol\dados1\book\SELKT".
       COPY "C:\Repo2024\cobol\dados1\book\SELSU".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCT".
       COPY "C:\Repo2024\cobol\dados1\book\FDKT".
       COPY "C:\Repo2024\cobol\dados1\book\FDSU".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       01  WS-COD-KIT            PIC 9(06).
       01  WS-MONTAVEL           PIC 9(07).
       01  WS-MONTAVEL-COMP      PIC 9(07).
       01  WS-ACESU-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACESU-DISPONIVEL  VALUE "S".
       01  WS-FIM-SUBST          PIC X(01).
           88  FIM-SUBST         VALUE "S".
       01  WS-CLI-ACEITA         PIC X(01).
           88  CLI-ACEITA        VALUE "S".
       01  WS-TEVE-SUBST         PIC X(01).
           88  TEVE-SUBST        VALUE "S".
       01  WS-COD-FALTA          PIC 9(06).
       01  WS-QT-LINHA           PIC 9(07).
       01  WS-QT-CALC            PIC 9(07)V9(07).

       01  WS-QTD-LIDAS          PIC 9(05) VALUE ZERO.
       01  WS-QTD-REJEITADAS     PIC 9(05) VALUE ZERO.
       01  WS-QTD-PEDIDOS        PIC 9(05) VALUE ZERO.
       01  WS-QTD-SUBSTITUIDAS   PIC 9(05) VALUE ZERO.
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-IX                 PIC 9(03) COMP.
       01  WS-JX                 PIC 9(03) COMP.
               05  LIN-QTDE      PIC 9(07).
               05  LIN-PRECO     PIC 9(08)V99.
               05  LIN-GRAVADA   PIC X(01).
               05  LIN-ORIG      PIC 9(06).
               05  LIN-QTORIG    PIC 9(07).

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(50) VALUE
               "PEDIMP - REJEICOES E SUBSTITUICOES DA IMPORTACAO".

       01  WS-LINHA-REJ.
           03  REJ-CLIENTE       PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  REJ-MOTIVO        PIC X(40).

       01  WS-LINHA-SUB.
           03  SUB-CLIENTE       PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SUB-CODIGO        PIC X(13).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SUB-QTDE          PIC Z(06)9.
           03  FILLER            PIC X(17) VALUE
               " SUBSTITUIDO POR ".
           03  SUB-SUBST         PIC 9(06).
           03  FILLER            PIC X(06) VALUE " QTDE ".
           03  SUB-QTSUB         PIC Z(06)9.

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(08) VALUE "LIDAS:  ".
           03  TOT-LIDAS         PIC Z(04)9.
           03  TOT-REJEITADAS    PIC Z(04)9.
           03  FILLER            PIC X(18) VALUE "  PEDIDOS CRIADOS:".
           03  TOT-PEDIDOS       PIC Z(04)9.
           03  FILLER            PIC X(10) VALUE "  SUBST.: ".
           03  TOT-SUBSTITUIDAS  PIC Z(04)9.

      *---------------------------------------------------------------*

               MOVE "S" TO WS-FIM-IMPORTACAO
           END-IF
           MOVE "ACE12" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-IMPORTACAO
           END-IF
           MOVE "ACECL" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-ACEKT-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN INPUT ACESU
           IF FS = "00"
               MOVE "S" TO WS-ACESU-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "PEDIMP" TO WS-Log-Programa
           OPEN INPUT Arquivo-Importacao
      *INCLUINDO AS LINHAS JA ACEITAS DO PROPRIO LOTE.
       Valida-Linha SECTION.
           MOVE SPACES TO WS-MOTIVO
           MOVE "N" TO WS-CLI-ACEITA
           MOVE ZERO TO WS-COD-FALTA
           IF IMP-CLIENTE NOT NUMERIC OR IMP-QTDE NOT NUMERIC
               MOVE "LINHA MAL FORMADA" TO WS-MOTIVO
           ELSE
               MOVE IMP-QTDE TO WS-QT-LINHA
               MOVE IMP-CLIENTE TO CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       IF CLI-STATUS-INATIVO
                           MOVE "CLIENTE INATIVO" TO WS-MOTIVO
                       END-IF
                       IF CLI-CREDITO-BLOQUEADO
                           MOVE "CREDITO BLOQUEADO" TO WS-MOTIVO
                       END-IF
                       IF CLI-ACEITA-SUBSTITUTO
                           MOVE "S" TO WS-CLI-ACEITA
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM Confere-Disponibilidade
           END-IF
           IF WS-MOTIVO = "SALDO DISPONIVEL INSUFICIENTE"
              AND CLI-ACEITA AND ACESU-DISPONIVEL
               PERFORM Tenta-Substitutos
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-QT-LINHAS < Tl-Max-Linhas
                   ADD 1 TO WS-QT-LINHAS
                   MOVE IMP-CLIENTE TO LIN-CLIENTE(WS-QT-LINHAS)
                   MOVE COD-01      TO LIN-COD(WS-QT-LINHAS)
                   MOVE WS-QT-LINHA TO LIN-QTDE(WS-QT-LINHAS)
                   PERFORM Precifica-Linha
                   MOVE "N" TO LIN-GRAVADA(WS-QT-LINHAS)
                   MOVE WS-COD-FALTA TO LIN-ORIG(WS-QT-LINHAS)
                   IF WS-COD-FALTA = ZERO
                       MOVE ZERO TO LIN-QTORIG(WS-QT-LINHAS)
                   ELSE
                       MOVE IMP-QTDE TO LIN-QTORIG(WS-QT-LINHAS)
                       PERFORM Lista-Substituicao
                   END-IF
               ELSE
                   MOVE "LOTE MAIOR QUE O LIMITE DE LINHAS"
                       TO WS-MOTIVO
      *LINHAS JA ACEITAS DO LOTE PARA O MESMO PRODUTO.
      *CONFERE-DISPONIBILIDADE - MESMO CRITERIO DE PEDVEN: PRODUTO
      *SIMPLES E CONFERIDO CONTRA O SALDO DO ALMOXARIFADO LIQUIDO
      *DAS RESERVAS; KIT (COMPOSICAO EM ACEKT) VALE O KIT JA MONTADO
      *NO PAI MAIS O MINIMO MONTAVEL PELOS COMPONENTES, ABATIDAS AS
      *LINHAS DO PROPRIO LOTE PARA O MESMO KIT.
       Confere-Disponibilidade SECTION.
           PERFORM Verifica-Kit-Linha
           IF EH-KIT
      *EST-ALM-01 DO ALMOXARIFADO \ QUANTIDADE POR KIT (O ESPELHO DE
      *CALCULA-MONTAVEL-KIT DE PEDVEN), MENOS OS KITS JA ACEITOS EM
      *LINHAS ANTERIORES DESTE LOTE. AO FINAL O PAI E RELIDO, POIS O
      *CHAMADOR AINDA PRECISA DELE, E O SALDO DE KIT JA MONTADO
      *(KITMONT) DO ALMOXARIFADO SOMA AO MONTAVEL.
       Confere-Montavel-Kit SECTION.
           MOVE 9999999 TO WS-MONTAVEL
           MOVE "N" TO WS-FIM-KIT
           READ ACE01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD EST-ALM-01(Tl-Alm-Importacao) TO WS-MONTAVEL
           END-READ
           MOVE "00" TO FS
           MOVE WS-MONTAVEL TO WS-DISPONIVEL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QT-LINHA > WS-DISPONIVEL
               MOVE "SALDO DISPONIVEL INSUFICIENTE" TO WS-MOTIVO
           END-IF
           .
           ELSE
               MOVE ZERO TO WS-DISPONIVEL
           END-IF
           IF WS-QT-LINHA > WS-DISPONIVEL
               MOVE "SALDO DISPONIVEL INSUFICIENTE" TO WS-MOTIVO
           END-IF
           .

      *---------------------------------------------------------------*
      *TENTA-SUBSTITUTOS - CLIENTE QUE ACEITA SUBSTITUTO (CLI-ACEITASUB)
      *NAO PERDE A LINHA POR FALTA DE SALDO: OS SUBSTITUTOS DE ACESU
      *SAO TENTADOS NA ORDEM DA LISTA (SUBCAD), COM A QUANTIDADE
      *CONVERTIDA PELO FATOR E ARREDONDADA PARA CIMA (O ARQUIVO SO
      *TRAZ QUANTIDADES INTEIRAS), E FICA O PRIMEIRO COM SALDO.
      *NENHUM SERVINDO, A LINHA E REJEITADA COMO ANTES.
       Tenta-Substitutos SECTION.
           MOVE COD-01 TO WS-COD-FALTA
           MOVE "N" TO WS-FIM-SUBST
           MOVE WS-COD-FALTA TO SU-COD
           MOVE ZEROS        TO SU-SEQ
           START ACESU KEY IS NOT LESS SU-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SUBST
           END-START
           PERFORM UNTIL FIM-SUBST
               READ ACESU NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SUBST
                   NOT AT END
                       IF SU-COD NOT = WS-COD-FALTA
                           MOVE "S" TO WS-FIM-SUBST
                       ELSE
                           PERFORM Confere-Substituto
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF WS-MOTIVO NOT = SPACES
               MOVE ZERO TO WS-COD-FALTA
               MOVE "SALDO DISPONIVEL INSUFICIENTE" TO WS-MOTIVO
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Substituto SECTION.
           MOVE SU-SUBST TO COD-01
           READ ACE01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SIT-01-BLOQ-VENDA
                      AND NOT SIT-01-DESCONTINUADO
                       COMPUTE WS-QT-CALC = IMP-QTDE * SU-FATOR
                       MOVE WS-QT-CALC TO WS-QT-LINHA
                       IF WS-QT-LINHA < WS-QT-CALC
                           ADD 1 TO WS-QT-LINHA
                       END-IF
                       MOVE SPACES TO WS-MOTIVO
                       PERFORM Confere-Disponibilidade
                       IF WS-MOTIVO = SPACES
                           MOVE "S" TO WS-FIM-SUBST
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Lista-Substituicao SECTION.
           ADD 1 TO WS-QTD-SUBSTITUIDAS
           MOVE IMP-CLIENTE  TO SUB-CLIENTE
           MOVE IMP-CODIGO   TO SUB-CODIGO
           MOVE IMP-QTDE     TO SUB-QTDE
           MOVE COD-01       TO SUB-SUBST
           MOVE WS-QT-LINHA  TO SUB-QTSUB
           WRITE REG-REL FROM WS-LINHA-SUB
           .

      *---------------------------------------------------------------*

       Precifica-Linha SECTION.
           MOVE WS-QTD-LIDAS      TO TOT-LIDAS
           MOVE WS-QTD-REJEITADAS TO TOT-REJEITADAS
           MOVE WS-QTD-PEDIDOS    TO TOT-PEDIDOS
           MOVE WS-QTD-SUBSTITUIDAS TO TOT-SUBSTITUIDAS
           WRITE REG-REL FROM WS-LINHA-TOT
           .

           MOVE ZEROS           TO VEND-11
           MOVE ZEROS           TO ENDENT-11
           MOVE "A"             TO SITUACAO-11
      *SEM DATA PROMETIDA: O ROMANEIO ASSUME A PROXIMA SAIDA DA ROTA
      *DEPOIS DA NOTA
           MOVE ZEROS           TO ROTA-11 ENTREGA-11
           WRITE REG-11
               INVALID KEY
                   DISPLAY "PEDIMP - ERRO AO GRAVAR A CAPA DO "
                           "PEDIDO " WS-NUM-PEDIDO
           END-WRITE
           MOVE ZERO TO WS-SEQ-ITEM
           MOVE "N" TO WS-TEVE-SUBST
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-QT-LINHAS
               IF LIN-CLIENTE(WS-JX) = WS-CLI-CORRENTE
                   MOVE ZERO             TO QTATEND-12
                   MOVE LIN-PRECO(WS-JX) TO PRECO-12
                   MOVE ZERO             TO DESC-12
                   IF LIN-ORIG(WS-JX) = ZERO
                       MOVE SPACE        TO SUBST-12
                       MOVE ZERO         TO ORIG-12 QTORIG-12
                   ELSE
                       MOVE "A"              TO SUBST-12
                       MOVE LIN-ORIG(WS-JX)   TO ORIG-12
                       MOVE LIN-QTORIG(WS-JX) TO QTORIG-12
                       MOVE "S"              TO WS-TEVE-SUBST
                   END-IF
                   WRITE REG-12
                       INVALID KEY
                           DISPLAY "PEDIMP - ERRO AO GRAVAR ITEM "
           MOVE "IMPORTA-PD" TO WS-Log-Funcao
           MOVE WS-NUM-PEDIDO TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           IF TEVE-SUBST
               MOVE "SUBST-PED" TO WS-Log-Funcao
               MOVE WS-NUM-PEDIDO TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           DISPLAY "PEDIMP - PEDIDO " WS-NUM-PEDIDO " CRIADO PARA "
                   "O CLIENTE " WS-CLI-CORRENTE
           .
           IF ACEKT-DISPONIVEL
               CLOSE ACEKT
           END-IF
           IF ACESU-DISPONIVEL
               CLOSE ACESU
           END-IF
           DISPLAY "PEDIMP - LIDAS " WS-QTD-LIDAS
                   " REJEITADAS " WS-QTD-REJEITADAS
                   " PEDIDOS " WS-QTD-PEDIDOS
