000060*CPYPERPG) - ACABA A BRIGA MENSAL DE NUMEROS RESTATED DEPOIS    *
000070*DO FECHAMENTO. A REABERTURA VOLTA O MARCO PARA O MES\ANO       *
000080*INFORMADO (OU ZEROS) E TAMBEM FICA NO LOG.                     *
      *TAMBEM MANTEM AS TOLERANCIAS DA CONFERENCIA PEDIDO X           *
      *RECEBIMENTO X NOTA DE ENTRADA (QUANTIDADE E CUSTO, EM %).      *
      *E AS ALCADAS DE APROVACAO DE PEDIDO DE COMPRA (VALOR ACIMA DO  *
      *QUAL A LINHA PRECISA DE SUPERVISOR E DO DONO, E O CODIGO DE    *
      *OPERADOR DO DONO).                                             *
      *E A REGRA DE CONSUMO DA MERCADORIA EM CONSIGNACAO NA VENDA     *
      *(PRIMEIRO O ESTOQUE PROPRIO OU PRIMEIRO O CONSIGNADO).         *
      *OPCAO 14 MANTEM O CNPJ DA EMPRESA (CNPJ-CE), USADO NA          *
      *CONSOLIDACAO DAS FILIAIS (CONSOL) PARA RECONHECER VENDA,       *
      *RECEBER E PAGAR ENTRE FILIAIS.                                 *
      *NA VIRADA DO ANO (VIRADA) RODA SEM MENU E FECHA O PERIODO ATE  *
      *12\AAAA DO ANO DA VIRADA (NUNCA RECUA UM FECHAMENTO MAIS NOVO);*
      *FALHA DEVOLVE RETURN-CODE 8. TERMINA COM GOBACK.               *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FECHPER.
000110 ENVIRONMENT DIVISION.
000150 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELRU".
000170 DATA DIVISION.
000180 FILE SECTION.
000190 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000200 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000210 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDRU".
000220 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000230 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000240 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000250 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRWS".

       01  WS-FIM-FECHPER        PIC X(01) VALUE "N".
           88  FIM-FECHPER       VALUE "S".
       01  FS-RC                 PIC X(02) VALUE "00".

       01  WS-OPCAO              PIC 9(02).
       01  WS-ANO                PIC 9(04).
       01  WS-MES                PIC 9(02).
       01  WS-CHAVE-LOG.
      *COPIA EDITADA DOS PERCENTUAIS (99V99) PARA A CHAVE DO LOG -
      *O MOVE DIRETO DO CAMPO V99 PERDERIA AS CASAS DECIMAIS.
       01  WS-PCT-LOG            PIC 99.99.
      *CHAVE DO LOG DOS ENCARGOS DE ATRASO: J<JUROS>M<MULTA>C<DIAS>.
       01  WS-CHAVE-ENC.
           03  FILLER            PIC X(01) VALUE "J".
           03  ENC-LOG-JUROS     PIC 9.99.
           03  FILLER            PIC X(01) VALUE "M".
           03  ENC-LOG-MULTA     PIC 9.99.
           03  FILLER            PIC X(01) VALUE "C".
           03  ENC-LOG-CARENCIA  PIC 9(02).
           03  FILLER            PIC X(02) VALUE SPACES.

       01  WS-CHAVE-TOL.
           03  FILLER            PIC X(01) VALUE "Q".
           03  TOL-LOG-QTD       PIC 99.99.
           03  FILLER            PIC X(01) VALUE "C".
           03  TOL-LOG-CUS       PIC 99.99.
           03  FILLER            PIC X(03) VALUE SPACES.

      *CNPJ DA EMPRESA, COM O DIGITO VERIFICADOR CONFERIDO (PESOS
      *OFICIAIS 5432987654321 PARA O PRIMEIRO DIGITO E
      *654329876543210 + O PRIMEIRO PARA O SEGUNDO).
       01  WS-CNPJ-ENTRADA       PIC 9(14).
       01  WS-CNPJ-DIGITOS REDEFINES WS-CNPJ-ENTRADA.
           03  CNPJ-DIG OCCURS 14 TIMES PIC 9(01).
       01  WS-CNPJ-VALIDO        PIC X(01).
           88  CNPJ-VALIDO       VALUE "S".
       01  WS-TAB-PESOS1-V       PIC X(12) VALUE "543298765432".
       01  WS-TAB-PESOS1 REDEFINES WS-TAB-PESOS1-V.
           03  PESO1 OCCURS 12 TIMES PIC 9(01).
       01  WS-TAB-PESOS2-V       PIC X(13) VALUE "6543298765432".
       01  WS-TAB-PESOS2 REDEFINES WS-TAB-PESOS2-V.
           03  PESO2 OCCURS 13 TIMES PIC 9(01).
       01  WS-IX                 PIC 9(02) COMP.
       01  WS-SOMA               PIC 9(05) COMP.
       01  WS-RESTO              PIC 9(02) COMP.
       01  WS-DV1                PIC 9(01).
       01  WS-DV2                PIC 9(01).
       01  WS-CNPJ-OUTRA         PIC 9(02).
       01  WS-FIM-ACECE          PIC X(01).
           88  FIM-ACECE         VALUE "S".

      *---------------------------------------------------------------*


       Main-Process SECTION.
           PERFORM Program-Initialize
           IF Virada-Em-Curso
               IF FIM-FECHPER
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Fecha-Ano-Virada
               END-IF
           ELSE
               PERFORM Program-Body UNTIL FIM-FECHPER
           END-IF
           PERFORM Program-Terminate
           .

           END-IF
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM VERIFICA-VIRADA THRU SAI-VERIFICA-VIRADA
      *CONFERE O CARIMBO DE VERSAO DO ACECE CONVERTIDO (layout.ctl):
      *BUILD E ARQUIVO EM VERSOES DIFERENTES NAO RODAM JUNTOS.
           MOVE "ACECE" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-FECHPER
           DISPLAY "FECHPER - 1=FECHAR PERIODO 2=REABRIR 3=TETO DE "
                   "DESCONTO 4=MARGEM MINIMA 5=IDADE DE PEDIDO "
                   "6=CAPACIDADE DO CAMINHAO 7=CONGELAR BALANCO "
                   "8=DESCONGELAR 9=VALIDADE DE SENHA "
                   "10=JUROS\MULTA DE ATRASO "
                   "11=TOLERANCIAS DA CONFERENCIA DE NOTA "
                   "12=ALCADAS DE COMPRA "
                   "13=REGRA DA CONSIGNACAO "
                   "14=CNPJ DA EMPRESA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Descongela-Balanco
               WHEN 9
                   PERFORM Ajusta-Validade-Senha
               WHEN 10
                   PERFORM Ajusta-Encargos-Atraso
               WHEN 11
                   PERFORM Ajusta-Tolerancias-Nota
               WHEN 12
                   PERFORM Ajusta-Alcadas-Compra
               WHEN 13
                   PERFORM Ajusta-Regra-Consignacao
               WHEN 14
                   PERFORM Ajusta-CNPJ-Empresa
               WHEN 0
                   MOVE "S" TO WS-FIM-FECHPER
               WHEN OTHER
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "MES INVALIDO."
           ELSE
               PERFORM Grava-Fechamento
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Fechamento SECTION.
           MOVE WS-ANO TO FECHANO-CE
           MOVE WS-MES TO FECHMES-CE
           REWRITE REG-CE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ACECE."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "PERIODO FECHADO ATE " WS-MES "/" WS-ANO
                   MOVE "FECHA-PER"  TO WS-Log-Funcao
                   MOVE WS-ANO TO WS-CHAVE-LOG-ANO
                   MOVE WS-MES TO WS-CHAVE-LOG-MES
                   MOVE WS-CHAVE-LOG TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *FECHA-ANO-VIRADA - PASSO DA VIRADA DO ANO: FECHA O PERIODO ATE
      *DEZEMBRO DO ANO DA VIRADA. PERIODO JA FECHADO ALEM DISSO FICA
      *COMO ESTA (NUNCA RECUA O MARCO).
       Fecha-Ano-Virada SECTION.
           MOVE WS-Oper-Empresa TO COD-CE
           READ ACECE
               INVALID KEY
                   DISPLAY "ACECE SEM REGISTRO DA EMPRESA "
                           WS-Oper-Empresa
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF FECHANO-CE * 100 + FECHMES-CE >=
                      WS-Vr-Ano * 100 + 12
                       DISPLAY "PERIODO JA FECHADO ATE " FECHMES-CE
                               "/" FECHANO-CE
                   ELSE
                       MOVE WS-Vr-Ano TO WS-ANO
                       MOVE 12        TO WS-MES
                       PERFORM Grava-Fechamento
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Reabre-Periodo SECTION.
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *AJUSTA-ENCARGOS-ATRASO - PARAMETROS DE CTAREC\BANCOB NA BAIXA
      *DE TITULO VENCIDO: JUROS DE MORA AO MES (PRO RATA DIA), MULTA
      *UNICA POR PARCELA E DIAS DE CARENCIA APOS O VENCIMENTO. ZERO
      *NA TAXA OU NA MULTA DESLIGA A COBRANCA CORRESPONDENTE.
       Ajusta-Encargos-Atraso SECTION.
           IF JUROSMES-CE NUMERIC AND MULTA-CE NUMERIC
              AND CARENCIA-CE NUMERIC
               DISPLAY "JUROS AO MES ATUAL (%): " JUROSMES-CE
                       " MULTA (%): " MULTA-CE
                       " CARENCIA (DIAS): " CARENCIA-CE
           END-IF
           DISPLAY "NOVA TAXA DE JUROS DE MORA AO MES (9.99): "
           ACCEPT JUROSMES-CE
           DISPLAY "NOVA MULTA POR ATRASO (9.99): "
           ACCEPT MULTA-CE
           DISPLAY "NOVA CARENCIA APOS O VENCIMENTO (DIAS): "
           ACCEPT CARENCIA-CE
           REWRITE REG-CE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ACECE."
               NOT INVALID KEY
                   DISPLAY "ENCARGOS AJUSTADOS - JUROS " JUROSMES-CE
                           " MULTA " MULTA-CE " CARENCIA "
                           CARENCIA-CE
                   MOVE "ENCARGOS"   TO WS-Log-Funcao
                   MOVE JUROSMES-CE  TO ENC-LOG-JUROS
                   MOVE MULTA-CE     TO ENC-LOG-MULTA
                   MOVE CARENCIA-CE  TO ENC-LOG-CARENCIA
                   MOVE WS-CHAVE-ENC TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *AJUSTA-TOLERANCIAS-NOTA - LIMITES DA CONFERENCIA PEDIDO X
      *RECEBIMENTO X NOTA DE ENTRADA (RECMERC\INSPECAO\CONFNE): % DA
      *QUANTIDADE DA NOTA ACIMA DO SALDO ABERTO DO PEDIDO E % DE
      *DIFERENCA DO CUSTO DA NOTA SOBRE O CUSTO COMBINADO. LINHA FORA
      *DELES BLOQUEIA OS TITULOS DA NOTA ATE O SUPERVISOR LIBERAR.
       Ajusta-Tolerancias-Nota SECTION.
           IF TOLQTD-CE NUMERIC AND TOLCUS-CE NUMERIC
               DISPLAY "TOLERANCIA ATUAL - QUANTIDADE (%): " TOLQTD-CE
                       " CUSTO (%): " TOLCUS-CE
           END-IF
           DISPLAY "NOVA TOLERANCIA DE QUANTIDADE ACIMA DO PEDIDO "
                   "(99.99): "
           ACCEPT TOLQTD-CE
           DISPLAY "NOVA TOLERANCIA DE DIFERENCA DE CUSTO (99.99): "
           ACCEPT TOLCUS-CE
           REWRITE REG-CE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ACECE."
               NOT INVALID KEY
                   DISPLAY "TOLERANCIAS AJUSTADAS - QUANTIDADE "
                           TOLQTD-CE " CUSTO " TOLCUS-CE
                   MOVE "TOLER-NOTA" TO WS-Log-Funcao
                   MOVE TOLQTD-CE    TO TOL-LOG-QTD
                   MOVE TOLCUS-CE    TO TOL-LOG-CUS
                   MOVE WS-CHAVE-TOL TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *AJUSTA-ALCADAS-COMPRA - PEDCOM SEGURA EM "V" (AGUARDANDO
      *APROVACAO) A LINHA DE PEDIDO DE COMPRA CUJO VALOR PASSA DA
      *PRIMEIRA ALCADA ATE UM SUPERVISOR APROVAR; ACIMA DA SEGUNDA, SO
      *O OPERADOR DO DONO. ZERO DESLIGA A ALCADA CORRESPONDENTE.
       Ajusta-Alcadas-Compra SECTION.
           IF APRSUP-CE NUMERIC AND APRDONO-CE NUMERIC
              AND DONO-CE NUMERIC
               DISPLAY "ALCADA SUPERVISOR ATUAL (R$): " APRSUP-CE
                       " ALCADA DONO (R$): " APRDONO-CE
                       " OPERADOR DO DONO: " DONO-CE
           END-IF
           DISPLAY "NOVA ALCADA DO SUPERVISOR (R$ 99999999.99): "
           ACCEPT APRSUP-CE
           DISPLAY "NOVA ALCADA DO DONO (R$ 99999999.99): "
           ACCEPT APRDONO-CE
           DISPLAY "CODIGO DE OPERADOR DO DONO: "
           ACCEPT DONO-CE
           EVALUATE TRUE
               WHEN APRDONO-CE NOT = ZERO AND APRDONO-CE < APRSUP-CE
                   DISPLAY "ALCADA DO DONO MENOR QUE A DO SUPERVISOR - "
                           "NADA GRAVADO."
               WHEN APRDONO-CE NOT = ZERO AND DONO-CE = ZERO
                   DISPLAY "ALCADA DO DONO SEM O CODIGO DE OPERADOR DO "
                           "DONO - NADA GRAVADO."
               WHEN OTHER
                   REWRITE REG-CE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR ACECE."
                       NOT INVALID KEY
                           DISPLAY "ALCADAS AJUSTADAS - SUPERVISOR "
                                   APRSUP-CE " DONO " APRDONO-CE
                                   " OPERADOR " DONO-CE
                           MOVE "ALCADA-CMP" TO WS-Log-Funcao
                           MOVE SPACES       TO WS-Log-Chave
                           MOVE DONO-CE      TO WS-Log-Chave(1:4)
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *AJUSTA-REGRA-CONSIGNACAO - A VENDA DE PRODUTO QUE TEM
      *MERCADORIA EM CONSIGNACAO CONSOME PRIMEIRO O ESTOQUE PROPRIO
      *("P", O PADRAO) OU PRIMEIRO O CONSIGNADO ("C") - CPYCGPG.
       Ajusta-Regra-Consignacao SECTION.
           IF CONSREG-CONSIG-PRIMEIRO
               DISPLAY "REGRA ATUAL: PRIMEIRO O CONSIGNADO."
           ELSE
               DISPLAY "REGRA ATUAL: PRIMEIRO O ESTOQUE PROPRIO."
           END-IF
           DISPLAY "NOVA REGRA - P=PRIMEIRO O PROPRIO "
                   "C=PRIMEIRO O CONSIGNADO: "
           ACCEPT CONSREG-CE
           EVALUATE CONSREG-CE
               WHEN "c"
                   MOVE "C" TO CONSREG-CE
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   MOVE "P" TO CONSREG-CE
           END-EVALUATE
           REWRITE REG-CE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ACECE."
               NOT INVALID KEY
                   DISPLAY "REGRA DA CONSIGNACAO AJUSTADA: " CONSREG-CE
                   MOVE "REGRA-CONS" TO WS-Log-Funcao
                   MOVE CONSREG-CE   TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *AJUSTA-CNPJ-EMPRESA - O CNPJ DA EMPRESA IDENTIFICA, NA
      *CONSOLIDACAO (CONSOL), O CLIENTE E O FORNECEDOR QUE SAO UMA DAS
      *PROPRIAS FILIAIS. CNPJ JA USADO POR OUTRA EMPRESA DE ACECE E
      *RECUSADO; ZEROS APAGA.
       Ajusta-CNPJ-Empresa SECTION.
           IF CNPJ-CE NUMERIC
               DISPLAY "CNPJ ATUAL: " CNPJ-CE
           END-IF
           DISPLAY "NOVO CNPJ DA EMPRESA (14 DIGITOS, 0 = APAGAR): "
           ACCEPT WS-CNPJ-ENTRADA
           PERFORM Valida-CNPJ
           IF NOT CNPJ-VALIDO
               DISPLAY "CNPJ INVALIDO (DIGITO VERIFICADOR) - NADA "
                       "GRAVADO."
           ELSE
               PERFORM Procura-CNPJ-Outra-Empresa
               IF WS-CNPJ-OUTRA NOT = ZERO
                   DISPLAY "CNPJ JA CADASTRADO NA EMPRESA "
                           WS-CNPJ-OUTRA " - NADA GRAVADO."
               ELSE
                   MOVE WS-CNPJ-ENTRADA TO CNPJ-CE
                   REWRITE REG-CE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR ACECE."
                       NOT INVALID KEY
                           DISPLAY "CNPJ DA EMPRESA AJUSTADO: " CNPJ-CE
                           MOVE "CNPJ-EMP"  TO WS-Log-Funcao
                           MOVE CNPJ-CE     TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PROCURA-CNPJ-OUTRA-EMPRESA - PERCORRE ACECE ATRAS DO CNPJ
      *INFORMADO EM OUTRA EMPRESA E RELE A DO OPERADOR NO FIM, PARA
      *O REWRITE VALER SOBRE ELA.
       Procura-CNPJ-Outra-Empresa SECTION.
           MOVE ZERO TO WS-CNPJ-OUTRA
           IF WS-CNPJ-ENTRADA NOT = ZEROS
               MOVE "N" TO WS-FIM-ACECE
               MOVE ZEROS TO COD-CE
               START ACECE KEY IS NOT LESS COD-CE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ACECE
               END-START
               PERFORM UNTIL FIM-ACECE
                   READ ACECE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ACECE
                       NOT AT END
                           IF COD-CE NOT = WS-Oper-Empresa
                              AND CNPJ-CE NUMERIC
                              AND CNPJ-CE = WS-CNPJ-ENTRADA
                               MOVE COD-CE TO WS-CNPJ-OUTRA
                               MOVE "S" TO WS-FIM-ACECE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-Oper-Empresa TO COD-CE
               READ ACECE
                   INVALID KEY
                       DISPLAY "ACECE SEM REGISTRO DA EMPRESA "
                               WS-Oper-Empresa
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *VALIDA-CNPJ - CONFERE OS DOIS DIGITOS VERIFICADORES PELO
      *MODULO 11 COM OS PESOS OFICIAIS; ZEROS (NAO INFORMADO) PASSA.
       Valida-CNPJ SECTION.
           IF WS-CNPJ-ENTRADA = ZEROS
               MOVE "S" TO WS-CNPJ-VALIDO
           ELSE
               MOVE "N" TO WS-CNPJ-VALIDO
               MOVE ZERO TO WS-SOMA
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
                   COMPUTE WS-SOMA =
                       WS-SOMA + CNPJ-DIG(WS-IX) * PESO1(WS-IX)
               END-PERFORM
               DIVIDE WS-SOMA BY 11 GIVING WS-IX
                   REMAINDER WS-RESTO
               IF WS-RESTO < 2
                   MOVE ZERO TO WS-DV1
               ELSE
                   COMPUTE WS-DV1 = 11 - WS-RESTO
               END-IF
               MOVE ZERO TO WS-SOMA
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 13
                   COMPUTE WS-SOMA =
                       WS-SOMA + CNPJ-DIG(WS-IX) * PESO2(WS-IX)
               END-PERFORM
               DIVIDE WS-SOMA BY 11 GIVING WS-IX
                   REMAINDER WS-RESTO
               IF WS-RESTO < 2
                   MOVE ZERO TO WS-DV2
               ELSE
                   COMPUTE WS-DV2 = 11 - WS-RESTO
               END-IF
               IF CNPJ-DIG(13) = WS-DV1 AND CNPJ-DIG(14) = WS-DV2
                   MOVE "S" TO WS-CNPJ-VALIDO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACECE Arquivo-Log
      *GOBACK EM VEZ DE STOP RUN: O PROGRAMA CONTINUA RODAVEL AVULSO
      *E CHAMAVEL PELA VIRADA DO ANO (VIRADA).
           GOBACK
           .

      *---------------------------------------------------------------*
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
