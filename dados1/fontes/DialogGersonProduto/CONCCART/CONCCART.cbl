000010*CONCCART-CONCILIACAO DOS RECEBIVEIS DE CARTAO COM A            *
000020*ADQUIRENTE. MODO 1 MANTEM AS TAXAS CONTRATADAS (ACETC) POR     *
000030*BANDEIRA, FORMA E PARCELAS, COM O PRAZO DE CREDITO. MODO 2 LE  *
000040*O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE                          *
000050*(arquivos\adquirente.txt) E CONFRONTA CADA CREDITO COM O       *
000060*RECEBIVEL ESPERADO GRAVADO POR POSIMP (ACECA, NSU + PARCELA):  *
000070*CREDITO SEM VENDA NO CAIXA, EM DUPLICIDADE, PAGO A MENOR, COM  *
000080*TAXA ACIMA DA CONTRATADA OU PAGO A MAIOR SAEM NO RELATORIO DE  *
000090*EXCECOES EM RELATO, SEGUIDOS DOS ESPERADOS QUE PASSARAM DA     *
000100*DATA PREVISTA SEM CREDITO. MODO 3 IMPRIME SO OS ESPERADOS NAO  *
000110*LIQUIDADOS ATE UMA DATA. TAXAS E CONCILIACAO FICAM NO LOG;     *
000120*MANUTENCAO DE TAXA EXIGE OPERADOR ASSINADO COM NIVEL DE        *
000130*MANUTENCAO.                                                    *
000140*OS CREDITOS LIDOS NO MODO 2 (MENOS OS EM DUPLICIDADE) ENTRAM   *
000150*NO MOVIMENTO BANCARIO (ACEMB) DA CONTA ESCOLHIDA, SOMADOS POR   *
000160*DATA DE CREDITO, COMO A ADQUIRENTE DEPOSITA.                   *
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CONCCART.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220 COPY "C:\Repo2024\cobol\dados1\book\SELTC".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELCA".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELBC".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELMB".
000290     SELECT Arquivo-Adquirente ASSIGN TO WS-Arq-Adquirente
000300            ORGANIZATION IS LINE SEQUENTIAL
000310            FILE STATUS  IS FS-ADQ.
000320     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000330                    FILE STATUS IS FS-REL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 COPY "C:\Repo2024\cobol\dados1\book\FDTC".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCA".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDBC".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDMB".
000430*LIQUIDACAO DA ADQUIRENTE: UMA LINHA POR PARCELA CREDITADA.
000440 FD  Arquivo-Adquirente
000450     RECORD CONTAINS 60 CHARACTERS.
000460 01  Linha-Adquirente.
000470     03  ADQ-NSU           PIC X(12).
000480     03  ADQ-PARCELA       PIC 9(02).
000490     03  ADQ-DATA          PIC 9(08).
000500*DATA DO CREDITO NA CONTA (AAAAMMDD)
000510     03  ADQ-BRUTO         PIC 9(09)V99.
000520     03  ADQ-LIQUIDO       PIC 9(09)V99.
000530*BRUTO DA PARCELA E LIQUIDO CREDITADO DEPOIS DA TAXA
000540     03  FILLER            PIC X(16).
000550 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000560 WORKING-STORAGE SECTION.
000570 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000580 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000590 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000600 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000610 COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
000620 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-ADQ                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-CONCCART       PIC X(01) VALUE "N".
           88  FIM-CONCCART      VALUE "S".
       01  WS-FIM-ADQUIRENTE     PIC X(01).
           88  FIM-ADQUIRENTE    VALUE "S".
       01  WS-FIM-ESPERADOS      PIC X(01).
           88  FIM-ESPERADOS     VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-ACAO               PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-LIMITE        PIC 9(08).
       01  WS-TOLERANCIA         PIC 9(01)V99 VALUE 0.01.
       01  WS-TAXA-COBRADA       PIC 9(09)V99.
       01  WS-TAXA-ESPERADA      PIC 9(09)V99.
       01  WS-MOTIVO             PIC X(26).

       01  WS-QTD-LIDOS          PIC 9(07).
       01  WS-QTD-CONCILIADOS    PIC 9(07).
       01  WS-QTD-DIVERGENTES    PIC 9(07).
       01  WS-QTD-SEM-VENDA      PIC 9(07).
       01  WS-QTD-ATRASADOS      PIC 9(07).
       01  WS-TOT-ATRASADOS      PIC 9(11)V99.

      *CREDITOS DO ARQUIVO DA ADQUIRENTE SOMADOS POR DATA, PARA O
      *LANCAMENTO NO MOVIMENTO BANCARIO (UM POR DIA DE CREDITO)
       01  WS-QTD-DIAS           PIC 9(02) COMP.
       01  WS-IND                PIC 9(02) COMP.
       01  WS-TAB-CREDITOS.
           03  WS-CREDITO-DIA    OCCURS 40 TIMES.
               05  WS-CRED-DATA  PIC 9(08).
               05  WS-CRED-VALOR PIC 9(11)V99.

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(13) VALUE "NSU".
           03  FILLER            PIC X(03) VALUE "PC".
           03  FILLER            PIC X(09) VALUE "DATA".
           03  FILLER            PIC X(14) VALUE "      ESPERADO".
           03  FILLER            PIC X(15) VALUE "      CREDITADO".
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FILLER            PIC X(26) VALUE "OCORRENCIA".

       01  WS-LINHA-DET.
           03  DET-NSU           PIC X(12).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PARCELA       PIC 9(02).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DATA          PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-ESPERADO      PIC ZZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-CREDITADO     PIC ZZZZZZZZZ9.99.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-MOTIVO        PIC X(26).

       01  WS-LINHA-TOT1.
           03  FILLER            PIC X(10) VALUE "LIDOS:    ".
           03  TOT-LIDOS         PIC Z(06)9.
           03  FILLER            PIC X(15) VALUE "  CONCILIADOS: ".
           03  TOT-CONCILIADOS   PIC Z(06)9.
           03  FILLER            PIC X(15) VALUE "  DIVERGENTES: ".
           03  TOT-DIVERGENTES   PIC Z(06)9.
           03  FILLER            PIC X(13) VALUE "  SEM VENDA: ".
           03  TOT-SEM-VENDA     PIC Z(06)9.

       01  WS-LINHA-TOT2.
           03  FILLER            PIC X(30) VALUE
               "ESPERADOS NAO LIQUIDADOS:     ".
           03  TOT-ATRASADOS     PIC Z(06)9.
           03  FILLER            PIC X(10) VALUE "  VALOR: ".
           03  TOT-VLR-ATRASADOS PIC ZZZZZZZZZZ9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CONCCART
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN I-O ACETC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACETC
               CLOSE ACETC
               OPEN I-O ACETC
           END-IF
           OPEN I-O ACECA
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECA
               CLOSE ACECA
               OPEN I-O ACECA
           END-IF
           PERFORM ABRE-ARQUIVOS-BANCO THRU SAI-ABRE-ARQUIVOS-BANCO
           OPEN EXTEND Arquivo-Log
           MOVE "CONCCART" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "CONCILIACAO DE CARTOES       " TO WS-Rel-Titulo
           MOVE "CONCCART" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CONCCART - 1=TAXAS DE CARTAO 2=CONCILIAR "
                   "ADQUIRENTE 3=NAO LIQUIDADOS 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Mantem-Taxa
               WHEN 2
                   PERFORM Concilia-Adquirente
               WHEN 3
                   PERFORM Imprime-Nao-Liquidados
               WHEN 0
                   MOVE "S" TO WS-FIM-CONCCART
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *MANTEM-TAXA - INCLUI, ALTERA OU EXCLUI A TAXA DE UMA BANDEIRA\
      *FORMA\PARCELAS. PARCELAS 00 E A TAXA PADRAO DA BANDEIRA\FORMA.
       Mantem-Taxa SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CONCCART - TAXAS EXIGEM OPERADOR ASSINADO COM "
                       "NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               DISPLAY "BANDEIRA (VI, MC, EL, AM, HC...): "
               ACCEPT TC-BANDEIRA
               DISPLAY "FORMA (B=DEBITO C=CREDITO): "
               ACCEPT TC-FORMA
               DISPLAY "PARCELAS (00 = PADRAO DA BANDEIRA): "
               ACCEPT TC-PARCELAS
               IF TC-FORMA NOT = "B" AND TC-FORMA NOT = "C"
                   DISPLAY "FORMA INVALIDA."
               ELSE
                   READ ACETC
                       INVALID KEY
                           PERFORM Inclui-Taxa
                       NOT INVALID KEY
                           PERFORM Altera-Taxa
                   END-READ
                   MOVE "00" TO FS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Inclui-Taxa SECTION.
           DISPLAY "TAXA NOVA - PERCENTUAL: "
           ACCEPT TC-TAXA
           DISPLAY "PRAZO EM DIAS ATE O CREDITO DA 1A PARCELA: "
           ACCEPT TC-PRAZO
           WRITE REG-TC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TAXA."
               NOT INVALID KEY
                   MOVE "TAXA-CART" TO WS-Log-Funcao
                   MOVE TC-CHAVE    TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "TAXA INCLUIDA."
           END-WRITE
           .

      *---------------------------------------------------------------*

       Altera-Taxa SECTION.
           DISPLAY "TAXA ATUAL " TC-TAXA "% PRAZO " TC-PRAZO " DIAS"
           DISPLAY "A=ALTERAR E=EXCLUIR (OUTRA TECLA MANTEM): "
           ACCEPT WS-ACAO
           EVALUATE WS-ACAO
               WHEN "A"
               WHEN "a"
                   DISPLAY "PERCENTUAL: "
                   ACCEPT TC-TAXA
                   DISPLAY "PRAZO EM DIAS ATE O CREDITO DA 1A "
                           "PARCELA: "
                   ACCEPT TC-PRAZO
                   REWRITE REG-TC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR TAXA."
                       NOT INVALID KEY
                           MOVE "TAXA-CART" TO WS-Log-Funcao
                           MOVE TC-CHAVE    TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "TAXA ALTERADA."
                   END-REWRITE
               WHEN "E"
               WHEN "e"
                   DELETE ACETC
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR TAXA."
                       NOT INVALID KEY
                           MOVE "EXC-TAXACA" TO WS-Log-Funcao
                           MOVE TC-CHAVE     TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "TAXA EXCLUIDA."
                   END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *CONCILIA-ADQUIRENTE - CADA CREDITO DO ARQUIVO DA ADQUIRENTE
      *BAIXA O RECEBIVEL ESPERADO DE MESMO NSU + PARCELA. BRUTO MENOR
      *QUE O DA VENDA = PAGO A MENOR; BRUTO CERTO E LIQUIDO MENOR =
      *TAXA ACIMA DA CONTRATADA; LIQUIDO MAIOR = PAGO A MAIOR. A
      *DIFERENCA DE UM CENTAVO E ARREDONDAMENTO. NO FIM, OS ESPERADOS
      *COM DATA PREVISTA ATE HOJE AINDA SEM CREDITO TAMBEM SAEM.
       Concilia-Adquirente SECTION.
           OPEN INPUT Arquivo-Adquirente
           IF FS-ADQ NOT = "00"
               DISPLAY "CONCCART - ARQUIVO DA ADQUIRENTE NAO "
                       "ENCONTRADO: " FS-ADQ
           ELSE
               MOVE "CONCILIACAO DE CARTOES       " TO WS-Rel-Titulo
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
               WRITE REG-REL FROM WS-LINHA-CAB2
               ADD 1 TO WS-Rel-Linha
               MOVE ZERO TO WS-QTD-LIDOS WS-QTD-CONCILIADOS
                            WS-QTD-DIVERGENTES WS-QTD-SEM-VENDA
                            WS-QTD-DIAS
               PERFORM ESCOLHE-CONTA-BANCO THRU SAI-ESCOLHE-CONTA-BANCO
               MOVE "N" TO WS-FIM-ADQUIRENTE
               PERFORM UNTIL FIM-ADQUIRENTE
                   READ Arquivo-Adquirente
                       AT END
                           MOVE "S" TO WS-FIM-ADQUIRENTE
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM Concilia-Credito
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Adquirente
               PERFORM Lanca-Creditos-Banco
               MOVE WS-QTD-LIDOS       TO TOT-LIDOS
               MOVE WS-QTD-CONCILIADOS TO TOT-CONCILIADOS
               MOVE WS-QTD-DIVERGENTES TO TOT-DIVERGENTES
               MOVE WS-QTD-SEM-VENDA   TO TOT-SEM-VENDA
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-TOT1
               ADD 1 TO WS-Rel-Linha
               MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
               PERFORM Lista-Nao-Liquidados
               MOVE "CONC-CART"  TO WS-Log-Funcao
               MOVE WS-DATA-HOJE TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "CONCCART - LIDOS " WS-QTD-LIDOS
                       " CONCILIADOS " WS-QTD-CONCILIADOS
                       " DIVERGENTES " WS-QTD-DIVERGENTES
                       " SEM VENDA " WS-QTD-SEM-VENDA
               DISPLAY "EXCECOES IMPRESSAS EM RELATO."
           END-IF
           .

      *---------------------------------------------------------------*

       Concilia-Credito SECTION.
           IF ADQ-BRUTO NOT NUMERIC
               MOVE ZERO TO ADQ-BRUTO
           END-IF
           IF ADQ-LIQUIDO NOT NUMERIC
               MOVE ZERO TO ADQ-LIQUIDO
           END-IF
           MOVE ADQ-NSU     TO CA-NSU
           MOVE ADQ-PARCELA TO CA-PARCELA
           READ ACECA
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-VENDA
                   MOVE ZERO TO CA-LIQUIDO
                   MOVE "CREDITO SEM VENDA NO CAIXA" TO WS-MOTIVO
                   PERFORM Imprime-Excecao-Credito
                   PERFORM Acumula-Credito-Dia
               NOT INVALID KEY
                   IF CA-DTLIQ NOT = ZERO
                       ADD 1 TO WS-QTD-DIVERGENTES
                       MOVE "CREDITO EM DUPLICIDADE" TO WS-MOTIVO
                       PERFORM Imprime-Excecao-Credito
                   ELSE
                       PERFORM Confere-Credito
                       PERFORM Acumula-Credito-Dia
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Credito SECTION.
           MOVE ADQ-DATA    TO CA-DTLIQ
           MOVE ADQ-LIQUIDO TO CA-VLRLIQ
           MOVE SPACES      TO WS-MOTIVO
           COMPUTE WS-TAXA-ESPERADA = CA-BRUTO - CA-LIQUIDO
           IF ADQ-LIQUIDO < ADQ-BRUTO
               COMPUTE WS-TAXA-COBRADA = ADQ-BRUTO - ADQ-LIQUIDO
           ELSE
               MOVE ZERO TO WS-TAXA-COBRADA
           END-IF
           EVALUATE TRUE
               WHEN ADQ-BRUTO + WS-TOLERANCIA < CA-BRUTO
                   MOVE "PAGO A MENOR" TO WS-MOTIVO
               WHEN WS-TAXA-COBRADA > WS-TAXA-ESPERADA + WS-TOLERANCIA
                   MOVE "TAXA ACIMA DA CONTRATADA" TO WS-MOTIVO
               WHEN ADQ-LIQUIDO > CA-LIQUIDO + WS-TOLERANCIA
                   MOVE "PAGO A MAIOR" TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE "C" TO CA-SITUACAO
               ADD 1 TO WS-QTD-CONCILIADOS
           ELSE
               MOVE "D" TO CA-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENTES
               PERFORM Imprime-Excecao-Credito
           END-IF
           REWRITE REG-CA
               INVALID KEY
                   DISPLAY "CONCCART - ERRO AO GRAVAR ACECA " CA-CHAVE
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *ACUMULA-CREDITO-DIA - SOMA O LIQUIDO DO CREDITO NA LINHA DA
      *TABELA DA DATA; TABELA CHEIA, OS DIAS JA SOMADOS SAO LANCADOS
      *ANTES E A TABELA RECOMECA.
       Acumula-Credito-Dia SECTION.
           MOVE ZERO TO WS-IND
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-DIAS
                      OR WS-CRED-DATA(WS-IND) = ADQ-DATA
               CONTINUE
           END-PERFORM
           IF WS-IND > WS-QTD-DIAS
               IF WS-QTD-DIAS = 40
                   PERFORM Lanca-Creditos-Banco
               END-IF
               ADD 1 TO WS-QTD-DIAS
               MOVE WS-QTD-DIAS TO WS-IND
               MOVE ADQ-DATA    TO WS-CRED-DATA(WS-IND)
               MOVE ZERO        TO WS-CRED-VALOR(WS-IND)
           END-IF
           ADD ADQ-LIQUIDO TO WS-CRED-VALOR(WS-IND)
           .

      *---------------------------------------------------------------*

       Lanca-Creditos-Banco SECTION.
           MOVE "C"  TO WS-Mb-Tipo
           MOVE "CC" TO WS-Mb-Origem
           MOVE "CREDITO ADQUIRENTE CARTOES" TO WS-Mb-Historico
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-DIAS
               MOVE WS-CRED-DATA(WS-IND)  TO WS-Mb-Data
               MOVE WS-CRED-VALOR(WS-IND) TO WS-Mb-Valor
               MOVE WS-CRED-DATA(WS-IND)  TO WS-Mb-Documento
               PERFORM GRAVA-MOVIMENTO-BANCO THRU
                   SAI-GRAVA-MOVIMENTO-BANCO
           END-PERFORM
           MOVE ZERO TO WS-QTD-DIAS
           .

      *---------------------------------------------------------------*

       Imprime-Excecao-Credito SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE ADQ-NSU     TO DET-NSU
           MOVE ADQ-PARCELA TO DET-PARCELA
           MOVE ADQ-DATA    TO DET-DATA
           MOVE CA-LIQUIDO  TO DET-ESPERADO
           MOVE ADQ-LIQUIDO TO DET-CREDITADO
           MOVE WS-MOTIVO   TO DET-MOTIVO
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Nao-Liquidados SECTION.
           DISPLAY "ESPERADOS PREVISTOS ATE (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-LIMITE
           IF WS-DATA-LIMITE = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           END-IF
           MOVE "CARTOES NAO LIQUIDADOS       " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           PERFORM Lista-Nao-Liquidados
           MOVE "CONCILIACAO DE CARTOES       " TO WS-Rel-Titulo
           DISPLAY "NAO LIQUIDADOS IMPRESSOS EM RELATO."
           .

      *---------------------------------------------------------------*
      *LISTA-NAO-LIQUIDADOS - ESPERADOS AINDA PENDENTES COM DATA
      *PREVISTA ATE WS-DATA-LIMITE, PELA CHAVE ALTERNADA CA-DTPREV.
       Lista-Nao-Liquidados SECTION.
           MOVE ZERO TO WS-QTD-ATRASADOS WS-TOT-ATRASADOS
           MOVE "N" TO WS-FIM-ESPERADOS
           MOVE ZEROS TO CA-DTPREV
           START ACECA KEY IS NOT LESS CA-DTPREV
               INVALID KEY
                   MOVE "S" TO WS-FIM-ESPERADOS
           END-START
           PERFORM UNTIL FIM-ESPERADOS
               READ ACECA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ESPERADOS
                   NOT AT END
                       IF CA-DTPREV > WS-DATA-LIMITE
                           MOVE "S" TO WS-FIM-ESPERADOS
                       ELSE
                           IF CARTAO-PENDENTE
                               PERFORM Imprime-Nao-Liquidado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-QTD-ATRASADOS TO TOT-ATRASADOS
           MOVE WS-TOT-ATRASADOS TO TOT-VLR-ATRASADOS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOT2
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Nao-Liquidado SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE CA-NSU      TO DET-NSU
           MOVE CA-PARCELA  TO DET-PARCELA
           MOVE CA-DTPREV   TO DET-DATA
           MOVE CA-LIQUIDO  TO DET-ESPERADO
           MOVE ZERO        TO DET-CREDITADO
           MOVE "NAO LIQUIDADO NO PRAZO" TO DET-MOTIVO
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           ADD 1 TO WS-QTD-ATRASADOS
           ADD CA-LIQUIDO TO WS-TOT-ATRASADOS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           PERFORM FECHA-ARQUIVOS-BANCO THRU SAI-FECHA-ARQUIVOS-BANCO
           CLOSE ACETC ACECA Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
