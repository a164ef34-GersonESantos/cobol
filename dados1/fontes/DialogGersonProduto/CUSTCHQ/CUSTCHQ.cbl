000010*CUSTCHQ-CUSTODIA DE CHEQUES PRE-DATADOS RECEBIDOS DE CLIENTES  *
000020*(ACECH). MODO 1 REGISTRA O CHEQUE (BANCO, AGENCIA, CONTA,      *
000030*NUMERO, CNPJ DO EMITENTE, DATA "BOM PARA" E VALOR) CONTRA UM   *
000040*OU MAIS TITULOS ABERTOS DO CLIENTE EM ACERC; O VALOR DO CHEQUE *
000050*TEM DE FECHAR COM A SOMA DOS SALDOS, E OS TITULOS PASSAM A "K" *
000060*(PAGO COM CHEQUE EM CUSTODIA). MODO 2 IMPRIME EM RELATO OS     *
000070*CHEQUES A DEPOSITAR ATE UMA DATA, PELA CHAVE ALTERNADA         *
000080*CH-BOMPARA. MODO 3 CONFIRMA O DEPOSITO E QUITA OS TITULOS.     *
000090*MODO 4 REGISTRA A DEVOLUCAO: REABRE OS TITULOS, SOMA A TARIFA  *
000100*DO BANCO NO PRIMEIRO DELES E MARCA O CLIENTE (CLI-CHQDEV).     *
000110*MODO 5 (SUPERVISOR) LIBERA A MARCA DO CLIENTE. TODA OPERACAO   *
000120*FICA NO LOG; REGISTRO, DEPOSITO E DEVOLUCAO EXIGEM OPERADOR    *
000130*ASSINADO COM NIVEL DE MANUTENCAO.                              *
000140*O DEPOSITO ENTRA COMO CREDITO NO MOVIMENTO BANCARIO (ACEMB) DA *
000150*CONTA ESCOLHIDA; A DEVOLUCAO ESTORNA NELA O VALOR DEPOSITADO E *
000160*DEBITA A TARIFA.                                               *
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CUSTCHQ.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220 COPY "C:\Repo2024\cobol\dados1\book\SELCH".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELRC".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELBC".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELMB".
000310     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000320                    FILE STATUS IS FS-REL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 COPY "C:\Repo2024\cobol\dados1\book\FDCH".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDBC".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDMB".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000450 WORKING-STORAGE SECTION.
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000500 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000510 COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
000520 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-CUSTCHQ        PIC X(01) VALUE "N".
           88  FIM-CUSTCHQ       VALUE "S".
       01  WS-FIM-CHEQUES        PIC X(01).
           88  FIM-CHEQUES       VALUE "S".
       01  WS-FIM-VINCULO        PIC X(01).
           88  FIM-VINCULO       VALUE "S".
       01  WS-TITULO-OK          PIC X(01).
           88  TITULO-OK         VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-LIMITE        PIC 9(08).
       01  WS-NUM-CHEQUE         PIC 9(06).
       01  WS-NUM-NOTA           PIC 9(06).
       01  WS-PARCELA            PIC 9(02).
       01  WS-SALDO-TITULO       PIC 9(10)V99.
       01  WS-SOMA-TITULOS       PIC 9(10)V99.
       01  WS-TARIFA             PIC 9(05)V99.
       01  WS-CONFIRMA           PIC X(01).
       01  WS-IND                PIC 9(02) COMP.
       01  WS-IND2               PIC 9(02) COMP.
       01  WS-QTD-CHEQUES        PIC 9(05).
       01  WS-TOT-CHEQUES        PIC 9(12)V99.
       01  WS-Reg-Ch-Salvo       PIC X(327).

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(07) VALUE "CUSTOD".
           03  FILLER            PIC X(04) VALUE "BCO".
           03  FILLER            PIC X(05) VALUE "AGEN".
           03  FILLER            PIC X(07) VALUE "CHEQUE".
           03  FILLER            PIC X(07) VALUE "CLIENT".
           03  FILLER            PIC X(21) VALUE "NOME".
           03  FILLER            PIC X(09) VALUE "BOM PARA".
           03  FILLER            PIC X(14) VALUE "         VALOR".

       01  WS-LINHA-DET.
           03  DET-NUM           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-BANCO         PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-AGENCIA       PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-NUMERO        PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-CLI           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-NOME          PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-BOMPARA       PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-VALOR         PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(19) VALUE "TOTAL A DEPOSITAR".
           03  TOT-QTD           PIC ZZZZ9.
           03  FILLER            PIC X(09) VALUE " CHEQUES".
           03  FILLER            PIC X(23) VALUE SPACES.
           03  TOT-VALOR         PIC ZZZZZZZZZZ9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CUSTCHQ
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CUSTCHQ
           END-IF
           MOVE "ACECL" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CUSTCHQ
           END-IF
           OPEN I-O ACECH
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECH
               CLOSE ACECH
               OPEN I-O ACECH
           END-IF
           OPEN I-O ACERC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERC
               CLOSE ACERC
               OPEN I-O ACERC
           END-IF
           OPEN I-O ACECL
           PERFORM ABRE-ARQUIVOS-BANCO THRU SAI-ABRE-ARQUIVOS-BANCO
           OPEN EXTEND Arquivo-Log
           MOVE "CUSTCHQ" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "CHEQUES A DEPOSITAR          " TO WS-Rel-Titulo
           MOVE "CUSTCHQ" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CUSTCHQ - 1=REGISTRAR CHEQUE 2=CHEQUES A DEPOSITAR "
                   "3=DEPOSITO 4=DEVOLUCAO 5=LIBERAR CLIENTE 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Registra-Cheque
               WHEN 2
                   PERFORM Imprime-A-Depositar
               WHEN 3
                   PERFORM Deposita-Cheque
               WHEN 4
                   PERFORM Devolve-Cheque
               WHEN 5
                   PERFORM Libera-Cliente
               WHEN 0
                   MOVE "S" TO WS-FIM-CUSTCHQ
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *REGISTRA-CHEQUE - LE OS DADOS DO CHEQUE E OS TITULOS QUE ELE
      *PAGA (SO TITULOS ABERTOS DO MESMO CLIENTE, ATE 10). O CHEQUE SO
      *E GRAVADO SE O VALOR FECHAR COM A SOMA DOS SALDOS; ENTAO CADA
      *TITULO PASSA A "K" COM RC-CHEQUE APONTANDO PARA A CUSTODIA.
       Registra-Cheque SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CUSTCHQ - REGISTRO EXIGE OPERADOR ASSINADO COM "
                       "NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               INITIALIZE REG-CH
               DISPLAY "CLIENTE QUE ENTREGOU O CHEQUE: "
               ACCEPT CH-CLI
               MOVE CH-CLI TO CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM Le-Dados-Cheque
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Dados-Cheque SECTION.
           DISPLAY "BANCO: "
           ACCEPT CH-BANCO
           DISPLAY "AGENCIA: "
           ACCEPT CH-AGENCIA
           DISPLAY "CONTA: "
           ACCEPT CH-CONTA
           DISPLAY "NUMERO DO CHEQUE: "
           ACCEPT CH-NUMERO
           DISPLAY "CNPJ\CPF DO EMITENTE: "
           ACCEPT CH-EMITENTE
           DISPLAY "BOM PARA (AAAAMMDD): "
           ACCEPT CH-BOMPARA
           DISPLAY "VALOR DO CHEQUE: "
           ACCEPT CH-VALOR
           IF CH-BOMPARA < WS-DATA-HOJE OR CH-VALOR = ZERO
              OR CH-NUMERO = ZERO
               DISPLAY "DADOS DO CHEQUE INVALIDOS - BOM PARA NAO PODE "
                       "SER PASSADO, VALOR E NUMERO OBRIGATORIOS."
           ELSE
               MOVE ZERO TO CH-QTTIT WS-SOMA-TITULOS
               MOVE "N" TO WS-FIM-VINCULO
               PERFORM Le-Titulo-Vinculado UNTIL FIM-VINCULO
               PERFORM Confere-Valor-Cheque
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Titulo-Vinculado SECTION.
           DISPLAY "NOTA DO TITULO PAGO PELO CHEQUE (0 = FIM): "
           ACCEPT WS-NUM-NOTA
           IF WS-NUM-NOTA = ZERO
               MOVE "S" TO WS-FIM-VINCULO
           ELSE
               DISPLAY "PARCELA: "
               ACCEPT WS-PARCELA
               MOVE WS-NUM-NOTA TO RC-NFNUM
               MOVE WS-PARCELA  TO RC-PARCELA
               MOVE "N" TO WS-TITULO-OK
               READ ACERC
                   INVALID KEY
                       DISPLAY "PARCELA NAO ENCONTRADA EM ACERC."
                   NOT INVALID KEY
                       PERFORM Valida-Titulo-Vinculado
               END-READ
               MOVE "00" TO FS
               IF TITULO-OK
                   ADD 1 TO CH-QTTIT
                   MOVE RC-NFNUM        TO CH-TIT-NF(CH-QTTIT)
                   MOVE RC-PARCELA      TO CH-TIT-PARC(CH-QTTIT)
                   MOVE WS-SALDO-TITULO TO CH-TIT-VALOR(CH-QTTIT)
                   ADD WS-SALDO-TITULO  TO WS-SOMA-TITULOS
                   DISPLAY "TITULO INCLUIDO - SALDO " WS-SALDO-TITULO
                           " SOMA " WS-SOMA-TITULOS
                   IF CH-QTTIT = 10
                       DISPLAY "LIMITE DE 10 TITULOS POR CHEQUE."
                       MOVE "S" TO WS-FIM-VINCULO
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Valida-Titulo-Vinculado SECTION.
           COMPUTE WS-SALDO-TITULO = RC-VALOR - RC-VALORPAGO
           EVALUATE TRUE
               WHEN NOT TITULO-ABERTO
                   DISPLAY "TITULO NAO ESTA ABERTO - SITUACAO "
                           RC-SITUACAO
               WHEN RC-CLI NOT = CH-CLI
                   DISPLAY "TITULO E DE OUTRO CLIENTE (" RC-CLI ")."
               WHEN WS-SALDO-TITULO = ZERO
                   DISPLAY "TITULO SEM SALDO."
               WHEN OTHER
                   MOVE "S" TO WS-TITULO-OK
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > CH-QTTIT
                       IF CH-TIT-NF(WS-IND) = RC-NFNUM
                          AND CH-TIT-PARC(WS-IND) = RC-PARCELA
                           MOVE "N" TO WS-TITULO-OK
                       END-IF
                   END-PERFORM
                   IF NOT TITULO-OK
                       DISPLAY "TITULO JA INCLUIDO NESTE CHEQUE."
                   END-IF
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Confere-Valor-Cheque SECTION.
           IF CH-QTTIT = ZERO
               DISPLAY "NENHUM TITULO INFORMADO - CHEQUE NAO "
                       "REGISTRADO."
           ELSE
           IF WS-SOMA-TITULOS NOT = CH-VALOR
               DISPLAY "VALOR DO CHEQUE " CH-VALOR
                       " DIFERE DA SOMA DOS SALDOS " WS-SOMA-TITULOS
               DISPLAY "CHEQUE NAO REGISTRADO."
           ELSE
               PERFORM Grava-Cheque
           END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-CHEQUE - NUMERO DA CUSTODIA SEGUE O ULTIMO GRAVADO
      *(LEITURA PARA TRAS A PARTIR DE 999999, COMO A SEQUENCIA DE
      *PROPOSTAS EM BAIXA).
       Grava-Cheque SECTION.
           MOVE REG-CH TO WS-Reg-Ch-Salvo
           MOVE 999999 TO CH-NUM
           MOVE ZERO TO WS-NUM-CHEQUE
           START ACECH KEY IS NOT GREATER CH-NUM
               INVALID KEY
                   MOVE ZERO TO WS-NUM-CHEQUE
               NOT INVALID KEY
                   READ ACECH PREVIOUS RECORD
                       AT END
                           MOVE ZERO TO WS-NUM-CHEQUE
                       NOT AT END
                           MOVE CH-NUM TO WS-NUM-CHEQUE
                   END-READ
           END-START
           MOVE "00" TO FS
           MOVE WS-Reg-Ch-Salvo TO REG-CH
           ADD 1 TO WS-NUM-CHEQUE
           MOVE WS-NUM-CHEQUE TO CH-NUM
           MOVE "C"            TO CH-SITUACAO
           MOVE WS-DATA-HOJE   TO CH-DTREGISTRO
           MOVE ZERO           TO CH-DTDEPOSITO CH-DTDEVOL CH-TARIFA
           MOVE WS-Oper-Codigo TO CH-OPERADOR
           WRITE REG-CH
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHEQUE EM ACECH."
               NOT INVALID KEY
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > CH-QTTIT
                       PERFORM Marca-Titulo-Custodia
                   END-PERFORM
                   MOVE "REG-CHEQUE" TO WS-Log-Funcao
                   MOVE CH-NUM       TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "CHEQUE REGISTRADO NA CUSTODIA " CH-NUM
           END-WRITE
           .

      *---------------------------------------------------------------*

       Marca-Titulo-Custodia SECTION.
           MOVE CH-TIT-NF(WS-IND)   TO RC-NFNUM
           MOVE CH-TIT-PARC(WS-IND) TO RC-PARCELA
           READ ACERC
               INVALID KEY
                   DISPLAY "PARCELA " RC-CHAVE " SUMIU DE ACERC."
               NOT INVALID KEY
                   MOVE "K"    TO RC-SITUACAO
                   MOVE CH-NUM TO RC-CHEQUE
                   REWRITE REG-RC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR TITULO " RC-CHAVE
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *IMPRIME-A-DEPOSITAR - CHEQUES AINDA EM CUSTODIA COM BOM PARA
      *ATE A DATA INFORMADA (NORMALMENTE HOJE), EM ORDEM DE DATA PELA
      *CHAVE ALTERNADA; OS ATRASADOS (BOM PARA JA PASSADO) SAEM
      *PRIMEIRO.
       Imprime-A-Depositar SECTION.
           DISPLAY "CHEQUES BONS ATE (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-LIMITE
           IF WS-DATA-LIMITE = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           END-IF
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           MOVE ZERO TO WS-QTD-CHEQUES WS-TOT-CHEQUES
           MOVE "N" TO WS-FIM-CHEQUES
           MOVE ZEROS TO CH-BOMPARA
           START ACECH KEY IS NOT LESS CH-BOMPARA
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHEQUES
           END-START
           PERFORM UNTIL FIM-CHEQUES
               READ ACECH NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHEQUES
                   NOT AT END
                       IF CH-BOMPARA > WS-DATA-LIMITE
                           MOVE "S" TO WS-FIM-CHEQUES
                       ELSE
                           IF CHEQUE-CUSTODIA
                               PERFORM Imprime-Linha-Cheque
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-QTD-CHEQUES TO TOT-QTD
           MOVE WS-TOT-CHEQUES TO TOT-VALOR
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           MOVE "00" TO FS
           DISPLAY "CHEQUES A DEPOSITAR IMPRESSOS EM RELATO."
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Cheque SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE CH-CLI TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ
           MOVE "00" TO FS
           MOVE CH-NUM     TO DET-NUM
           MOVE CH-BANCO   TO DET-BANCO
           MOVE CH-AGENCIA TO DET-AGENCIA
           MOVE CH-NUMERO  TO DET-NUMERO
           MOVE CH-CLI     TO DET-CLI
           MOVE CLI-NOME   TO DET-NOME
           MOVE CH-BOMPARA TO DET-BOMPARA
           MOVE CH-VALOR   TO DET-VALOR
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           ADD 1 TO WS-QTD-CHEQUES
           ADD CH-VALOR TO WS-TOT-CHEQUES
           .

      *---------------------------------------------------------------*

       Le-Cheque SECTION.
           DISPLAY "NUMERO DA CUSTODIA: "
           ACCEPT WS-NUM-CHEQUE
           MOVE WS-NUM-CHEQUE TO CH-NUM
           READ ACECH
               INVALID KEY
                   DISPLAY "CUSTODIA NAO ENCONTRADA EM ACECH."
                   MOVE ZERO TO WS-NUM-CHEQUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE " CH-CLI " BANCO " CH-BANCO
                           " CHEQUE " CH-NUMERO " BOM PARA " CH-BOMPARA
                           " VALOR " CH-VALOR " SITUACAO " CH-SITUACAO
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *DEPOSITA-CHEQUE - CHEQUE DEPOSITADO QUITA OS TITULOS: O SALDO
      *COBERTO NO REGISTRO VAI PARA RC-VALORPAGO NA DATA DO DEPOSITO.
       Deposita-Cheque SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CUSTCHQ - DEPOSITO EXIGE OPERADOR ASSINADO COM "
                       "NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               PERFORM Le-Cheque
               IF WS-NUM-CHEQUE NOT = ZERO
                   EVALUATE TRUE
                       WHEN NOT CHEQUE-CUSTODIA
                           DISPLAY "CHEQUE NAO ESTA EM CUSTODIA."
                       WHEN CH-BOMPARA > WS-DATA-HOJE
                           DISPLAY "CHEQUE SO PODE SER DEPOSITADO A "
                                   "PARTIR DE " CH-BOMPARA
                       WHEN OTHER
                           PERFORM Confirma-Deposito
                   END-EVALUATE
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Confirma-Deposito SECTION.
           DISPLAY "CONFIRMA O DEPOSITO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR "s"
               PERFORM ESCOLHE-CONTA-BANCO THRU SAI-ESCOLHE-CONTA-BANCO
               MOVE "D"          TO CH-SITUACAO
               MOVE WS-DATA-HOJE TO CH-DTDEPOSITO
               MOVE WS-Mb-Conta  TO CH-CONTABC
               REWRITE REG-CH
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CHEQUE EM ACECH."
                   NOT INVALID KEY
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > CH-QTTIT
                           PERFORM Quita-Titulo-Cheque
                       END-PERFORM
                       MOVE "DEP-CHEQUE" TO WS-Log-Funcao
                       MOVE CH-NUM       TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       MOVE "C"        TO WS-Mb-Tipo
                       MOVE CH-VALOR   TO WS-Mb-Valor
                       MOVE "DEPOSITO CHEQUE CUSTODIA"
                           TO WS-Mb-Historico
                       PERFORM Lanca-Movimento-Banco
                       DISPLAY "DEPOSITO REGISTRADO - TITULOS QUITADOS."
               END-REWRITE
           END-IF
           .

      *---------------------------------------------------------------*

       Quita-Titulo-Cheque SECTION.
           MOVE CH-TIT-NF(WS-IND)   TO RC-NFNUM
           MOVE CH-TIT-PARC(WS-IND) TO RC-PARCELA
           READ ACERC
               INVALID KEY
                   DISPLAY "PARCELA " RC-CHAVE " SUMIU DE ACERC."
               NOT INVALID KEY
                   IF TITULO-EM-CUSTODIA AND RC-CHEQUE = CH-NUM
                       ADD CH-TIT-VALOR(WS-IND) TO RC-VALORPAGO
                       MOVE WS-DATA-HOJE TO RC-DATAPAGTO
                       IF RC-VALORPAGO NOT LESS RC-VALOR
                           MOVE "P" TO RC-SITUACAO
                       ELSE
                           MOVE "A" TO RC-SITUACAO
                       END-IF
                       REWRITE REG-RC
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR TITULO "
                                       RC-CHAVE
                       END-REWRITE
                   ELSE
                       DISPLAY "PARCELA " RC-CHAVE
                               " NAO ESTA MAIS NESTA CUSTODIA."
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *DEVOLVE-CHEQUE - CHEQUE DEVOLVIDO PELO BANCO (EM CUSTODIA OU JA
      *DEPOSITADO). OS TITULOS VOLTAM A "A" - SE O DEPOSITO JA TINHA
      *QUITADO, O VALOR COBERTO SAI DE RC-VALORPAGO -, A TARIFA DO
      *BANCO SOMA NO VALOR DO PRIMEIRO TITULO E O CLIENTE FICA MARCADO
      *COM CHEQUE DEVOLVIDO ATE O SUPERVISOR LIBERAR (MODO 5).
       Devolve-Cheque SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CUSTCHQ - DEVOLUCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               PERFORM Le-Cheque
               IF WS-NUM-CHEQUE NOT = ZERO
                   IF CHEQUE-DEVOLVIDO
                       DISPLAY "CHEQUE JA FOI DEVOLVIDO."
                   ELSE
                       DISPLAY "TARIFA DE DEVOLUCAO DO BANCO: "
                       ACCEPT WS-TARIFA
                       DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR "s"
                           PERFORM Registra-Devolucao
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Registra-Devolucao SECTION.
           MOVE "N" TO WS-TITULO-OK
           IF CHEQUE-DEPOSITADO
               MOVE "S" TO WS-TITULO-OK
           END-IF
           MOVE CH-CONTABC TO WS-Mb-Conta
           IF WS-Mb-Conta = ZERO AND WS-TARIFA NOT = ZERO
               PERFORM ESCOLHE-CONTA-BANCO THRU SAI-ESCOLHE-CONTA-BANCO
           END-IF
           MOVE "V"          TO CH-SITUACAO
           MOVE WS-DATA-HOJE TO CH-DTDEVOL
           MOVE WS-TARIFA    TO CH-TARIFA
           REWRITE REG-CH
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHEQUE EM ACECH."
               NOT INVALID KEY
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > CH-QTTIT
                       PERFORM Reabre-Titulo-Cheque
                   END-PERFORM
                   PERFORM Marca-Cliente-Devolucao
                   MOVE "DEV-CHEQUE" TO WS-Log-Funcao
                   MOVE CH-NUM       TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   MOVE "D" TO WS-Mb-Tipo
                   IF TITULO-OK
                       MOVE CH-VALOR TO WS-Mb-Valor
                       MOVE "DEVOLUCAO CHEQUE CUSTODIA"
                           TO WS-Mb-Historico
                       PERFORM Lanca-Movimento-Banco
                   END-IF
                   MOVE WS-TARIFA TO WS-Mb-Valor
                   MOVE "TARIFA CHEQUE DEVOLVIDO" TO WS-Mb-Historico
                   PERFORM Lanca-Movimento-Banco
                   DISPLAY "DEVOLUCAO REGISTRADA - TITULOS REABERTOS, "
                           "CLIENTE MARCADO."
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *WS-TITULO-OK = "S" AQUI QUER DIZER QUE O CHEQUE JA TINHA SIDO
      *DEPOSITADO E O VALOR COBERTO PRECISA SAIR DO PAGO.
       Reabre-Titulo-Cheque SECTION.
           MOVE CH-TIT-NF(WS-IND)   TO RC-NFNUM
           MOVE CH-TIT-PARC(WS-IND) TO RC-PARCELA
           READ ACERC
               INVALID KEY
                   DISPLAY "PARCELA " RC-CHAVE " SUMIU DE ACERC."
               NOT INVALID KEY
                   IF RC-CHEQUE = CH-NUM
                      AND NOT TITULO-CANCELADO
                       IF TITULO-OK
                          AND RC-VALORPAGO NOT LESS
                              CH-TIT-VALOR(WS-IND)
                           SUBTRACT CH-TIT-VALOR(WS-IND)
                               FROM RC-VALORPAGO
                       END-IF
                       IF WS-IND = 1
                           ADD CH-TARIFA TO RC-VALOR
                       END-IF
                       MOVE "A"  TO RC-SITUACAO
                       MOVE ZERO TO RC-CHEQUE
                       REWRITE REG-RC
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR TITULO "
                                       RC-CHAVE
                       END-REWRITE
                   ELSE
                       DISPLAY "PARCELA " RC-CHAVE
                               " NAO ESTA MAIS NESTA CUSTODIA."
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LANCA-MOVIMENTO-BANCO - TIPO, VALOR E HISTORICO VEM PRONTOS; A
      *CONTA E A DO DEPOSITO (WS-MB-CONTA) E O DOCUMENTO E A CUSTODIA.
       Lanca-Movimento-Banco SECTION.
           MOVE WS-DATA-HOJE TO WS-Mb-Data
           MOVE "CH"         TO WS-Mb-Origem
           MOVE CH-NUM       TO WS-Mb-Documento
           PERFORM GRAVA-MOVIMENTO-BANCO THRU SAI-GRAVA-MOVIMENTO-BANCO
           .

      *---------------------------------------------------------------*

       Marca-Cliente-Devolucao SECTION.
           MOVE CH-CLI TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   DISPLAY "CLIENTE " CH-CLI " NAO ENCONTRADO EM ACECL."
               NOT INVALID KEY
                   MOVE "S" TO CLI-CHQDEV
                   REWRITE REG-CL
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR O CLIENTE."
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Libera-Cliente SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "CUSTCHQ - LIBERACAO EXIGE SUPERVISOR."
           ELSE
               DISPLAY "CLIENTE A LIBERAR: "
               ACCEPT CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO."
                   NOT INVALID KEY
                       IF NOT CLI-COM-CHEQUE-DEVOLVIDO
                           DISPLAY "CLIENTE NAO ESTA MARCADO."
                       ELSE
                           MOVE "N" TO CLI-CHQDEV
                           REWRITE REG-CL
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR CLIENTE."
                               NOT INVALID KEY
                                   MOVE "LIB-CHQDEV" TO WS-Log-Funcao
                                   MOVE CLI-CODIGO   TO WS-Log-Chave
                                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                                   DISPLAY "CLIENTE LIBERADO."
                           END-REWRITE
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           PERFORM FECHA-ARQUIVOS-BANCO THRU SAI-FECHA-ARQUIVOS-BANCO
           CLOSE ACECH ACERC ACECL Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
