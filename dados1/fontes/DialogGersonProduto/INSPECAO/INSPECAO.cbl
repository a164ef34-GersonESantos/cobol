000070*MESMA DO ANTIGO RECEBIMENTO DIRETO, COM A LISTA "LIBERAVEL     *
000080*HOJE" EM RELATO). REJEITAR MARCA O REGISTRO E IMPRIME O        *
000090*DOCUMENTO DE DEVOLUCAO AO FORNECEDOR - A CARGA NUNCA ENTROU    *
000100*NO SALDO, ENTAO NAO HA MOVIMENTO A POSTAR; OS TITULOS A PAGAR  *
000110*DA NOTA FICAM BLOQUEADOS (CPYCFPG). RESPEITA O                 *
000120*PERIODO FECHADO E EXIGE OPERADOR COM NIVEL DE MANUTENCAO.      *
      *CADA DECISAO REFAZ A CONFERENCIA PEDIDO X RECEBIMENTO X NOTA   *
      *DA NOTA DE ENTRADA DA CARGA: NOTA QUE FECHA SEM DIVERGENCIA    *
      *LIBERA OS TITULOS PARA PAGAMENTO; CARGA REJEITADA DEIXA A      *
      *NOTA DIVERGENTE, COM OS TITULOS BLOQUEADOS ATE O SUPERVISOR    *
      *DECIDIR EM CONFNE.                                             *
      *CARGA DE REMESSA EM CONSIGNACAO LIBERADA VIRA TAMBEM SALDO DO  *
      *FORNECEDOR EM ACECG (CPYCGPG).                                 *
      *PRODUTO CONTROLADO POR SERIE (SERIE-01) PEDE UMA SERIE POR     *
      *UNIDADE NA LIBERACAO, GRAVADA EM ACESR COM FORNECEDOR E LOTE.  *
      *A LIBERACAO RECUSA O MESMO OPERADOR QUE RECEBEU A CARGA (QA-   *
      *OPER-RECEB, PAR RECEBIMENT\LIBERA-QUA DA TABELA DE SEGREGACAO  *
      *DE FUNCOES ACESD); SO O DONO DA EMPRESA PODE LIBERAR,          *
      *CONFIRMANDO (SOD-DONO NO LOG).                                 *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. INSPECAO.
000150 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELSR".
       COPY "C:\Repo2024\cobol\dados1\book\SELCG".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELNE".
       COPY "C:\Repo2024\cobol\dados1\book\SELNI".
       COPY "C:\Repo2024\cobol\dados1\book\SELCP".
       COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000270     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000280                    FILE STATUS IS FS-REL.
000290 DATA DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDSR".
       COPY "C:\Repo2024\cobol\dados1\book\FDCG".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDNE".
       COPY "C:\Repo2024\cobol\dados1\book\FDNI".
       COPY "C:\Repo2024\cobol\dados1\book\FDCP".
       COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000410 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCFWS".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  WS-CHAVE-QA-COD       PIC 9(06).
       01  WS-CHAVE-QA-DATA      PIC 9(08).
       01  WS-CHAVE-QA-HORA      PIC 9(06).
       01  WS-NOTAS-DISPONIVEIS  PIC X(01) VALUE "N".
           88  NOTAS-DISPONIVEIS VALUE "S".

      *ALOCACAO DA LIBERACAO AOS PEDIDOS DE VENDA EM ESPERA
      *(ORDENADOS PELA DATA DA CAPA, O MAIS ANTIGO PRIMEIRO).
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-INSPECAO
           END-IF
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-INSPECAO
           END-IF
           OPEN I-O ACE01
           OPEN I-O ACE02
           OPEN INPUT ACE06
               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           OPEN I-O ACESR
           IF FS = "05" OR "35"
               OPEN OUTPUT ACESR
               CLOSE ACESR
               OPEN I-O ACESR
           END-IF
           OPEN I-O ACECG
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECG
               CLOSE ACECG
               OPEN I-O ACECG
           END-IF
           OPEN INPUT ACECE
      *NOTAS DE ENTRADA E TITULOS A PAGAR, PARA A CONFERENCIA DA NOTA
      *A CADA DECISAO; SEM ELES A INSPECAO SEGUE SO COM O ESTOQUE.
           OPEN I-O ACENE
           IF FS = "00"
               OPEN I-O ACENI
               IF FS = "00"
                   OPEN I-O ACECP
                   IF FS = "00"
                       MOVE "S" TO WS-NOTAS-DISPONIVEIS
                   ELSE
                       CLOSE ACENE ACENI
                   END-IF
               ELSE
                   CLOSE ACENE
               END-IF
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "INSPECAO" TO WS-Log-Programa
      *A LIBERACAO POSTA MOVIMENTO DE ESTOQUE: RECUSADA QUANDO HOJE
                       "LIBERACOES RECUSADAS."
               MOVE "S" TO WS-FIM-INSPECAO
           END-IF
      *PARES DE FUNCOES INCOMPATIVEIS (SEGFUN) E DONO DA EMPRESA.
           PERFORM CARREGA-SEGREGACAO THRU SAI-CARREGA-SEGREGACAO
           MOVE "00" TO FS
           MOVE "INSPECAO DE RECEBIMENTO       " TO WS-Rel-Titulo
           MOVE "INSPECAO" TO WS-Rel-Id
           EVALUATE WS-DECISAO
               WHEN "L"
               WHEN "l"
      *QUEM RECEBEU A CARGA NAO A LIBERA (CARGA ANTERIOR AO CAMPO
      *QA-OPER-RECEB NAO TEM A QUEM CONFERIR).
                   MOVE "RECEBIMENT" TO WS-Sd-Func-Feita
                   MOVE ZERO         TO WS-Sd-Oper-Feita
                   IF QA-OPER-RECEB NUMERIC
                       MOVE QA-OPER-RECEB TO WS-Sd-Oper-Feita
                   END-IF
                   MOVE "LIBERA-QUA" TO WS-Sd-Func-Atual
                   MOVE QA-COD       TO WS-Sd-Chave
                   PERFORM VERIFICA-SEGREGACAO THRU
                       SAI-VERIFICA-SEGREGACAO
                   IF NOT Sd-Recusado
                       PERFORM Libera-Carga
                       PERFORM Reconfere-Nota-Carga
                   END-IF
               WHEN "R"
               WHEN "r"
                   PERFORM Rejeita-Carga
                   PERFORM Reconfere-Nota-Carga
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
           END-PERFORM
           ADD QA-QTDE TO QTENT-01
      *REMESSA EM CONSIGNACAO: O LIBERADO E SALDO DO FORNECEDOR
      *(ACECG E QTCONSIG-01), VENDAVEL MAS AINDA NAO NOSSO.
           IF QA-CONSIGNADA
               MOVE QA-COD       TO WS-Cg-Cod
               MOVE QA-FORN      TO WS-Cg-Forn
               MOVE QA-QTDE      TO WS-Cg-Qtde
               MOVE QA-CUSTO     TO WS-Cg-Custo
               MOVE WS-DATA-HOJE TO WS-Cg-Data
               PERFORM ENTRA-CONSIGNADO THRU SAI-ENTRA-CONSIGNADO
           END-IF
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PRODUTO."
               MOVE QA-VALIDADE TO WS-Lt-Validade
               PERFORM CRIA-LOTE THRU SAI-CRIA-LOTE
           END-IF
      *ITEM DE ALTO VALOR: UMA SERIE POR UNIDADE LIBERADA, COM O
      *FORNECEDOR E O LOTE DA CARGA, PARA A CONSULTA POR SERIE.
           IF SERIE-01-SIM
               DISPLAY "PRODUTO CONTROLADO POR NUMERO DE SERIE - "
                       "INFORME AS " QA-QTDE " SERIES DA CARGA."
               MOVE QA-COD  TO WS-Sr-Cod
               MOVE QA-ALM  TO WS-Sr-Alm
               MOVE QA-QTDE TO WS-Sr-Qtde
               MOVE QA-FORN TO WS-Sr-Forn
               MOVE QA-LOTE TO WS-Sr-Lote
               MOVE "E"     TO WS-Sr-Operacao
               PERFORM MOVE-SERIES THRU SAI-MOVE-SERIES
           END-IF
           MOVE QA-COD  TO WS-Mov-Cod
           MOVE "E"     TO WS-Mov-Tipo
           MOVE QA-QTDE TO WS-Mov-Qtde
      *---------------------------------------------------------------*
      *REJEITA-CARGA - A CARGA NUNCA ENTROU NO SALDO VENDAVEL, ENTAO
      *NAO HA MOVIMENTO A POSTAR: MARCA "R", IMPRIME O DOCUMENTO DE
      *DEVOLUCAO AO FORNECEDOR (COMO DEVOL FAZ); A RECONFERENCIA DA
      *NOTA EM SEGUIDA DEIXA OS TITULOS DELA BLOQUEADOS.
       Rejeita-Carga SECTION.
           MOVE QA-FORN TO COD-06
           READ ACE06
           MOVE QA-COD       TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "CARGA REJEITADA - DOCUMENTO DE DEVOLUCAO "
                   "IMPRESSO."
           .

      *---------------------------------------------------------------*
      *RECONFERE-NOTA-CARGA - ACHA A NOTA DE ENTRADA CUJA LINHA DEU
      *ORIGEM AO REGISTRO DE QUARENTENA DECIDIDO E REFAZ A CONFERENCIA
      *PEDIDO X RECEBIMENTO X NOTA (CPYCFPG), QUE BLOQUEIA OU LIBERA
      *OS TITULOS DELA. NOTA AINDA EM DIGITACAO FICA PARA O
      *FECHAMENTO EM RECMERC.
       Reconfere-Nota-Carga SECTION.
           IF NOTAS-DISPONIVEIS
               MOVE QA-FORN          TO WS-Cf-Qa-Forn
               MOVE WS-CHAVE-QA-COD  TO WS-Cf-Qa-Cod
               MOVE WS-CHAVE-QA-DATA TO WS-Cf-Qa-Data
               MOVE WS-CHAVE-QA-HORA TO WS-Cf-Qa-Hora
               PERFORM LOCALIZA-NOTA-QUARENTENA THRU
                   SAI-LOCALIZA-NOTA-QUARENTENA
               IF Cf-Nota-Achada
                   PERFORM CONFERE-NOTA-ENTRADA THRU
                       SAI-CONFERE-NOTA-ENTRADA
                   EVALUATE TRUE
                       WHEN NE-CONF-CONFERIDA
                           DISPLAY "NOTA " NE-NOTA " CONFERIDA - "
                                   "TITULOS LIBERADOS PARA PAGAMENTO."
                       WHEN NE-CONF-DIVERGENTE
                           DISPLAY "NOTA " NE-NOTA " DIVERGENTE - "
                                   "TITULOS BLOQUEADOS ATE LIBERACAO "
                                   "EM CONFNE."
                   END-EVALUATE
                   IF WS-Cf-Em-Lote NOT = ZERO
                       DISPLAY "ATENCAO: " WS-Cf-Em-Lote
                               " TITULO(S) DA NOTA JA EM LOTE DE "
                               "PAGAMENTO (PAGBAN)."
                   END-IF
                   MOVE SPACES TO WS-Cf-Ne-Chave
                   STRING NE-FORN NE-NOTA NE-SERIE DELIMITED BY SIZE
                       INTO WS-Cf-Ne-Chave
                   END-STRING
                   MOVE "CONF-NOTA"    TO WS-Log-Funcao
                   MOVE WS-Cf-Ne-Chave TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEQA ACE01 ACE02 ACE06 ACE11 ACE12 ACECE ACELT ACELS
                 ACESR ACECG Arquivo-Log RELATO
           IF NOTAS-DISPONIVEIS
               CLOSE ACENE ACENI ACECP
           END-IF
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCFPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDPG".
