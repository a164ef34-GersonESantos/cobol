000080*DEPOIS. QUANTIDADES ANTIGAS SAEM COM .000; O DESCONTO DO ITEM  *
000090*(QUE PODE ESTAR EM BRANCO NOS PEDIDOS ANTIGOS) E COPIADO       *
000100*COMO ESTA.                                                     *
      *A SAIDA JA E O FD-12 CORRENTE (SUBSTITUICAO DO ITEM ZERADA,    *
      *VERSAO 3): ARQUIVO CONVERTIDO AQUI NAO PASSA PELO CONVSU12, QUE*
      *SO SE APLICA A ARQUIVOS DA VERSAO 2.                           *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. CONVQT12.
000130 ENVIRONMENT DIVISION.
      *O DESCONTO DOS PEDIDOS ANTIGOS PODE ESTAR EM BRANCO; A COPIA
      *BYTE A BYTE PRESERVA O "TESTAR NUMERIC" DOS LEITORES.
           MOVE DESC-12V    TO DESC-12(1:4)
           MOVE SPACE       TO SUBST-12
           MOVE ZERO        TO ORIG-12 QTORIG-12
           WRITE REG-12
               INVALID KEY
                   DISPLAY "CONVQT12 - CHAVE DUPLICADA: " CHAVE-12V
           END-IF
      *CONTAGENS FECHANDO, CARIMBA A VERSAO NOVA DO LAYOUT NO
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
      *A GRAVACAO SAI PELO FD-12 CORRENTE (COM A SUBSTITUICAO DO
      *ITEM), QUE E A VERSAO 3.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACE12" TO WS-Lv-Arq
               MOVE 3 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
