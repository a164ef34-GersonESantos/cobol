000070*RETORNO EM arquivos\bkp\ACECECONV.SEG E IMPRIME AS CONTAGENS   *
000080*ANTES\DEPOIS. OS PARAMETROS NOVOS NASCEM ZERADOS (NENHUM       *
000090*DESCONTO SEM SUPERVISOR) ATE O SUPERVISOR AJUSTA-LOS.          *
      *GRAVA DIRETO NA VERSAO 3 DE FDCE (TOLERANCIAS DA CONFERENCIA   *
      *DE NOTA DE ENTRADA ZERADAS); O ARQUIVO JA NA VERSAO 2 PASSA    *
      *PARA A 3 PELO CONVTLCE.                                        *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONVCE.
000120 ENVIRONMENT DIVISION.
           MOVE SPACE        TO BALGER-CE
           MOVE ZERO         TO ULTBARRA-CE
           MOVE ZERO         TO SENHAEXP-CE
           MOVE ZERO         TO JUROSMES-CE
           MOVE ZERO         TO MULTA-CE
           MOVE ZERO         TO CARENCIA-CE
           MOVE ZERO         TO TOLQTD-CE
           MOVE ZERO         TO TOLCUS-CE
           WRITE REG-CE
               INVALID KEY
                   DISPLAY "CONVCE - CHAVE DUPLICADA: " COD-CEV
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACECE" TO WS-Lv-Arq
               MOVE 3 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN
