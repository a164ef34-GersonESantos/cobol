000090*PRODUTO EM RELATO E O DIA QUE NAO FECHA DEVOLVE RETURN-CODE    *
000092*DIFERENTE DE ZERO - O RESUMO DA CORRENTE MOSTRA O PASSO EM     *
000100*VERMELHO ("RECUSADO") E A PROXIMA CORRENTE CONFERE DE NOVO.    *
      *A PARTE DO KIT QUE SAIU DO SALDO JA MONTADO (QTMONT-15) CONTA  *
      *NO PAI; SO O RESTO E EXPLODIDO.                                *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. CONCDIA.
000130 ENVIRONMENT DIVISION.
000312 COPY "C:\Repo2024\cobol\dados1\book\FDKT".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000330 FD  Arquivo-Vendas
000340     RECORD CONTAINS 60 CHARACTERS.
000350 01  Linha-Venda.
000360     03  VEN-BARRA         PIC X(13).
000370     03  FILLER            PIC X(01).
000380     03  VEN-QTDE          PIC 9(07).
000390     03  FILLER            PIC X(09).
      *PAGAMENTO DA VENDA (LAYOUT DE POSIMP) - A CONCILIACAO SO SOMA
      *AS QUANTIDADES.
           03  VEN-FORMA         PIC X(01).
           03  VEN-BANDEIRA      PIC X(02).
           03  VEN-PARCELAS      PIC 9(02).
           03  VEN-VALOR         PIC 9(07)V99.
           03  VEN-NSU           PIC X(12).
           03  FILLER            PIC X(04).
000400 01  Linha-Controle.
000410     03  CTL-TIPO          PIC X(01).
000420     03  CTL-DATA          PIC 9(08).
000430     03  FILLER            PIC X(51).
000440 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000450 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
       01  WS-QTDE-TRAB          PIC 9(07)V9(03).
       01  WS-QTDE-ITEM          PIC 9(07)V9(03).
       01  WS-QTDE-COMP          PIC 9(09)V9(03).
       01  WS-QTDE-MONTADO       PIC 9(07)V9(03).
       01  WS-PESO-GRAMAS        PIC 9(05).
       01  WS-QTD-DIVERGENTES    PIC 9(05) VALUE ZERO.
       01  WS-DIF-CAIXA          PIC S9(09)V9(03).
      *SOMA-UM-ITEM-NOTA - O ITEM DA NOTA CARREGA O PAI DO KIT, MAS O
      *MOVIMENTO DE ESTOQUE SAIU POR COMPONENTE (ACEKT): ITEM COM
      *COMPOSICAO E EXPLODIDO ANTES DE SOMAR, SENAO O TRIANGULO
      *NUNCA FECHA NUM DIA COM CESTA VENDIDA. A PARTE QUE SAIU DO
      *SALDO DE KIT JA MONTADO (QTMONT-15) POSTOU O "S" NO PROPRIO PAI
      *E FICA NELE; SO O RESTO E EXPLODIDO.
       Soma-Um-Item-Nota SECTION.
           MOVE QTDE-15 TO WS-QTDE-ITEM
           MOVE ZERO    TO WS-QTDE-MONTADO
           MOVE "N" TO WS-EH-KIT
           IF ACEKT-DISPONIVEL
               IF QTMONT-15 NUMERIC AND QTMONT-15 NOT > QTDE-15
                   MOVE QTMONT-15 TO WS-QTDE-MONTADO
                   SUBTRACT WS-QTDE-MONTADO FROM WS-QTDE-ITEM
               END-IF
               PERFORM Explode-Item-Kit
           END-IF
           IF WS-EH-KIT NOT = "S"
               MOVE QTDE-15 TO WS-QTDE-ITEM
               MOVE COD-15 TO WS-PROD-TRAB
               PERFORM Localiza-Produto
               IF WS-IX NOT = ZERO
                   ADD WS-QTDE-ITEM TO PR-FATURADO(WS-IX)
               END-IF
           ELSE
               IF WS-QTDE-MONTADO NOT = ZERO
                   MOVE COD-15 TO WS-PROD-TRAB
                   PERFORM Localiza-Produto
                   IF WS-IX NOT = ZERO
                       ADD WS-QTDE-MONTADO TO PR-FATURADO(WS-IX)
                   END-IF
               END-IF
           END-IF
           .

      *PASSO COMO "RECUSADO" E A PROXIMA RODADA CONFERE DE NOVO.
       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACE14 ACE15 RELATO
      *RODANOIT CHAMA DE NOVO NA MESMA EXECUCAO: ACEKT FECHA AQUI.
           IF ACEKT-DISPONIVEL
               CLOSE ACEKT
               MOVE "N" TO WS-ACEKT-DISPONIVEL
           END-IF
           IF WS-QTD-DIVERGENTES = ZERO
               DISPLAY "CONCDIA - DIA " WS-DATA-HOJE " FECHOU."
           ELSE
