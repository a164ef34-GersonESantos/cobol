000070*CADA CLIENTE COM TITULO VENCIDO ALEM DO PARAMETRO DE DIAS,     *
000080*IMPRIME UMA CARTA (PAGINA PROPRIA) COM OS TITULOS VENCIDOS E O *
000090*TOTAL. OS TITULOS DO CLIENTE SAEM PELA CHAVE ALTERNADA RC-CLI. *
      *NOTA PARCELADA SAI UMA LINHA POR PARCELA (NOTA\PARCELA), CADA   *
      *UMA COM SEU VENCIMENTO, SALDO E SITUACAO.                      *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EXTRATO.
000120 ENVIRONMENT DIVISION.
           03  CLI-ED-NOME       PIC X(40).

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(09) VALUE "NOTA/PC".
           03  FILLER            PIC X(10) VALUE "  EMISSAO".
           03  FILLER            PIC X(10) VALUE "  VENCIMEN".
           03  FILLER            PIC X(13) VALUE "        VALOR".

       01  WS-LINHA-DET.
           03  DET-NOTA          PIC 9(06).
           03  FILLER            PIC X(01) VALUE "/".
           03  DET-PARC          PIC 9(02).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-EMISSAO       PIC 9(08).
           03  FILLER            PIC X(02) VALUE SPACES.
               END-IF
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE RC-NFNUM     TO DET-NOTA
               MOVE RC-PARCELA   TO DET-PARC
               MOVE RC-EMISSAO   TO DET-EMISSAO
               MOVE RC-VENCTO    TO DET-VENCTO
               MOVE RC-VALOR     TO DET-VALOR
                       MOVE "QUITADO"   TO DET-SIT
                   WHEN TITULO-CANCELADO
                       MOVE "CANCELADO" TO DET-SIT
                   WHEN TITULO-EM-CUSTODIA
                       MOVE "CUSTODIA"  TO DET-SIT
                   WHEN WS-DIAS-ATRASO > ZERO
                       MOVE "VENCIDO"   TO DET-SIT
                   WHEN OTHER
