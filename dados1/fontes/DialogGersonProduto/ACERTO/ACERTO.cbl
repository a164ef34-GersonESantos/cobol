000010*ACERTO-ACERTO DO MOTORISTA NA VOLTA DO CAMINHAO. PARA CADA     *
000020*ROMANEIO GRAVADO (ACEMF\ACEMN) LISTA AS NOTAS COM O VALOR A    *
000030*RECEBER NA ENTREGA (PARCELAS A VISTA ABERTAS EM ACERC) E       *
000040*REGISTRA, NOTA A NOTA, O RESULTADO DA ENTREGA (ENTREGUE,       *
000050*RECUSADA, PARCIAL - GRAVADO EM ACE14 COMO EM ENTREGA) E O QUE  *
000060*O MOTORISTA TROUXE EM DINHEIRO E EM CHEQUE. O DINHEIRO BAIXA   *
000070*OS TITULOS E ENTRA NO MOVIMENTO BANCARIO; O CHEQUE VAI PARA A  *
000080*CUSTODIA (CUSTCHQ). A DIFERENCA E FALTA DO MOTORISTA. O        *
000090*ROMANEIO SO FECHA COM O RETORNO DIGITADO (FROTA) E TODAS AS    *
000100*NOTAS ACERTADAS; O ACERTO IMPRESSO MOSTRA A FALTA COBRADA DO   *
000110*MOTORISTA E O RELATORIO DO MES SOMA AS FALTAS POR MOTORISTA.   *
000120*EXIGE NIVEL DE MANUTENCAO E TUDO FICA NO LOG.                  *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. ACERTO.
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 COPY "C:\Repo2024\cobol\dados1\book\SELMF".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELMN".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELVC".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELMO".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
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
000350 COPY "C:\Repo2024\cobol\dados1\book\FDMF".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDMN".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDVC".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDMO".
000390 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDBC".
000470 COPY "C:\Repo2024\cobol\dados1\book\FDMB".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000490 WORKING-STORAGE SECTION.
000500 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000510 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000520 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000530 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000540 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000550 COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
000560 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-ACERTO         PIC X(01) VALUE "N".
           88  FIM-ACERTO        VALUE "S".
       01  WS-FIM-NOTAS          PIC X(01).
           88  FIM-NOTAS         VALUE "S".
       01  WS-FIM-TITULOS        PIC X(01).
           88  FIM-TITULOS       VALUE "S".
       01  WS-FIM-DIGITACAO      PIC X(01).
           88  FIM-DIGITACAO     VALUE "S".
       01  WS-ROMANEIO-OK        PIC X(01).
           88  ROMANEIO-OK       VALUE "S".
       01  WS-NOTA-ACHADA        PIC X(01).
           88  NOTA-ACHADA       VALUE "S".
       01  WS-ACERTO-OK          PIC X(01).
           88  ACERTO-OK         VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DECISAO            PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-NUM-ROMANEIO       PIC 9(06).
       01  WS-NUM-NOTA           PIC 9(06).
       01  WS-RESULTADO          PIC X(01).
       01  WS-OCORRENCIA         PIC X(02).
       01  WS-DEVIDO-NOTA        PIC 9(07)V99.
       01  WS-DEVIDO             PIC 9(07)V99.
       01  WS-DINHEIRO           PIC 9(07)V99.
       01  WS-CHEQUE             PIC 9(07)V99.
       01  WS-RECEBIDO           PIC 9(08)V99.
       01  WS-FALTA-NOTA         PIC 9(07)V99.
       01  WS-RESTO              PIC 9(07)V99.
       01  WS-PARTE              PIC 9(10)V99.
       01  WS-SALDO-TITULO       PIC 9(10)V99.
       01  WS-PENDENTES          PIC 9(03).
       01  WS-MES-RELATORIO      PIC 9(06).
       01  WS-IX                 PIC 9(03) COMP.

      *TOTAIS DO ACERTO DO ROMANEIO.
       01  WS-TOT-ACERTO.
           03  TA-DEVIDO         PIC 9(08)V99.
           03  TA-DINHEIRO       PIC 9(08)V99.
           03  TA-CHEQUE         PIC 9(08)V99.
           03  TA-FALTA          PIC 9(08)V99.

      *FALTAS DO MES POR MOTORISTA (ATE 100 MOTORISTAS).
       01  WS-QT-MOTORISTAS      PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-FALTAS.
           03  WS-FM OCCURS 100 TIMES.
               05  FM-MOTORISTA  PIC 9(04).
               05  FM-ROMANEIOS  PIC 9(04).
               05  FM-FALTA      PIC 9(09)V99.

       01  WS-LINHA-ROMANEIO.
           03  FILLER            PIC X(09) VALUE "ROMANEIO ".
           03  LRM-NUM           PIC 9(06).
           03  FILLER            PIC X(07) VALUE " SAIDA ".
           03  LRM-DATA          PIC 9(08).
           03  FILLER            PIC X(09) VALUE " VEICULO ".
           03  LRM-PLACA         PIC X(07).
           03  FILLER            PIC X(11) VALUE " MOTORISTA ".
           03  LRM-MOTORISTA     PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LRM-NOME          PIC X(18).

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(40) VALUE
               "NOTA   CLIENT NOME            R     DEVI".
           03  FILLER            PIC X(35) VALUE
               "DO   DINHEIRO     CHEQUE      FALTA".

       01  WS-LINHA-NOTA.
           03  LNT-NF            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LNT-CLI           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LNT-NOME          PIC X(15).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LNT-RESULTADO     PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LNT-DEVIDO        PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LNT-DINHEIRO      PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LNT-CHEQUE        PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LNT-FALTA         PIC Z(06)9.99.

       01  WS-LINHA-TOTAL.
           03  FILLER            PIC X(32) VALUE
               "TOTAL DO ROMANEIO               ".
           03  LTT-DEVIDO        PIC Z(07)9.99.
           03  LTT-DINHEIRO      PIC Z(07)9.99.
           03  LTT-CHEQUE        PIC Z(07)9.99.
           03  LTT-FALTA         PIC Z(07)9.99.

       01  WS-LINHA-FALTA.
           03  FILLER            PIC X(29) VALUE
               "FALTA COBRADA DO MOTORISTA: ".
           03  LFL-FALTA         PIC Z(07)9.99.

       01  WS-LINHA-FALTA-MES.
           03  FILLER            PIC X(10) VALUE "MOTORISTA ".
           03  LFM-MOTORISTA     PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LFM-NOME          PIC X(30).
           03  FILLER            PIC X(11) VALUE " ROMANEIOS ".
           03  LFM-ROMANEIOS     PIC Z(03)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LFM-FALTA         PIC Z(07)9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-ACERTO
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "ACERTO - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-ACERTO
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-ACERTO
           END-IF
           OPEN I-O ACEMF
           IF FS NOT = "00"
               DISPLAY "ACERTO - NENHUM ROMANEIO GRAVADO (ACEMF) - "
                       "GRAVE A CARGA NO ROMANEIO."
               MOVE "S" TO WS-FIM-ACERTO
           END-IF
           OPEN I-O ACEMN
           OPEN INPUT ACEVC
           OPEN INPUT ACEMO
           OPEN I-O ACE14
           OPEN I-O ACERC
           OPEN INPUT ACECL
           MOVE "00" TO FS
           PERFORM ABRE-ARQUIVOS-BANCO THRU SAI-ABRE-ARQUIVOS-BANCO
           OPEN EXTEND Arquivo-Log
           MOVE "ACERTO" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "ACERTO DO MOTORISTA           " TO WS-Rel-Titulo
           MOVE "ACERTO" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "ACERTO - 1=ACERTAR NOTAS DO ROMANEIO "
                   "2=FECHAR ROMANEIO 3=IMPRIMIR ACERTO "
                   "4=FALTAS DO MES POR MOTORISTA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Acertar-Notas
               WHEN 2
                   PERFORM Fechar-Romaneio
               WHEN 3
                   PERFORM Le-Romaneio
                   IF ROMANEIO-OK
                       PERFORM Imprime-Acerto
                   END-IF
               WHEN 4
                   PERFORM Relatorio-Faltas
               WHEN 0
                   MOVE "S" TO WS-FIM-ACERTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *LE-ROMANEIO - SO CARGA DA FROTA PROPRIA TEM ACERTO: A DE
      *TRANSPORTADORA NAO TEM MOTORISTA NOSSO.
       Le-Romaneio SECTION.
           MOVE "N" TO WS-ROMANEIO-OK
           DISPLAY "NUMERO DO ROMANEIO: "
           ACCEPT WS-NUM-ROMANEIO
           MOVE WS-NUM-ROMANEIO TO MF-NUM
           READ ACEMF
               INVALID KEY
                   DISPLAY "ROMANEIO NAO ENCONTRADO."
               NOT INVALID KEY
                   IF MF-VEICULO = ZERO
                       DISPLAY "CARGA DE TRANSPORTADORA - SEM ACERTO "
                               "DE MOTORISTA."
                   ELSE
                       MOVE "S" TO WS-ROMANEIO-OK
                       MOVE MF-MOTORISTA TO MO-CODIGO
                       READ ACEMO
                           INVALID KEY
                               MOVE "MOTORISTA NAO CADASTRADO"
                                   TO MO-NOME
                       END-READ
                       DISPLAY "ROMANEIO " MF-NUM " DE " MF-DATA
                               " MOTORISTA " MF-MOTORISTA " "
                               MO-NOME
                               " SITUACAO " MF-SITUACAO
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *ACERTAR-NOTAS - A CONTA DO DINHEIRO E ESCOLHIDA UMA VEZ POR
      *ACERTO (NORMALMENTE O CAIXA); DEPOIS O OPERADOR ACERTA AS
      *NOTAS NA ORDEM QUE QUISER, UMA A UMA.
       Acertar-Notas SECTION.
           PERFORM Le-Romaneio
           IF ROMANEIO-OK
               IF MF-FECHADO OR MF-CANCELADO
                   DISPLAY "ROMANEIO FECHADO OU CANCELADO - SEM "
                           "ACERTO."
               ELSE
                   PERFORM Lista-Notas-Romaneio
                   PERFORM ESCOLHE-CONTA-BANCO THRU
                       SAI-ESCOLHE-CONTA-BANCO
                   MOVE "N" TO WS-FIM-DIGITACAO
                   PERFORM Acerta-Nota UNTIL FIM-DIGITACAO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Lista-Notas-Romaneio SECTION.
           MOVE "N" TO WS-FIM-NOTAS
           MOVE WS-NUM-ROMANEIO TO MN-NUM
           MOVE ZERO            TO MN-SEQ
           START ACEMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACEMN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF MN-NUM NOT = WS-NUM-ROMANEIO
                           MOVE "S" TO WS-FIM-NOTAS
                       ELSE
                           IF MN-PENDENTE
                               MOVE MN-NF TO WS-NUM-NOTA
                               PERFORM Calcula-Devido
                               DISPLAY "NOTA " MN-NF " A RECEBER "
                                       WS-DEVIDO-NOTA " - PENDENTE"
                           ELSE
                               DISPLAY "NOTA " MN-NF " DEVIDO "
                                       MN-DEVIDO " - ACERTADA "
                                       MN-RESULTADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CALCULA-DEVIDO - A RECEBER NA ENTREGA = SALDO DAS PARCELAS
      *ABERTAS DA NOTA QUE VENCEM NA EMISSAO (VENDA A VISTA OU
      *ENTRADA DO PLANO). AS PARCELAS A PRAZO SEGUEM NA COBRANCA.
       Calcula-Devido SECTION.
           MOVE ZERO TO WS-DEVIDO-NOTA
           MOVE "N" TO WS-FIM-TITULOS
           MOVE WS-NUM-NOTA TO RC-NFNUM
           MOVE ZERO        TO RC-PARCELA
           START ACERC KEY IS NOT LESS RC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM UNTIL FIM-TITULOS
               READ ACERC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF RC-NFNUM NOT = WS-NUM-NOTA
                           MOVE "S" TO WS-FIM-TITULOS
                       ELSE
                           IF TITULO-ABERTO
                              AND RC-VENCTO NOT GREATER RC-EMISSAO
                               COMPUTE WS-DEVIDO-NOTA =
                                   WS-DEVIDO-NOTA
                                   + RC-VALOR - RC-VALORPAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Acerta-Nota SECTION.
           DISPLAY "NOTA A ACERTAR (0=ENCERRA): "
           ACCEPT WS-NUM-NOTA
           IF WS-NUM-NOTA = ZERO
               MOVE "S" TO WS-FIM-DIGITACAO
           ELSE
               PERFORM Localiza-Nota-Romaneio
               IF NOT NOTA-ACHADA
                   DISPLAY "NOTA " WS-NUM-NOTA " NAO ESTA NESTE "
                           "ROMANEIO."
               ELSE
                   IF NOT MN-PENDENTE
                       DISPLAY "NOTA JA ACERTADA - RESULTADO "
                               MN-RESULTADO "."
                   ELSE
                       PERFORM Digita-Acerto-Nota
                       IF ACERTO-OK
                           PERFORM Grava-Acerto-Nota
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Localiza-Nota-Romaneio SECTION.
           MOVE "N" TO WS-NOTA-ACHADA WS-FIM-NOTAS
           MOVE WS-NUM-ROMANEIO TO MN-NUM
           MOVE ZERO            TO MN-SEQ
           START ACEMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACEMN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF MN-NUM NOT = WS-NUM-ROMANEIO
                           MOVE "S" TO WS-FIM-NOTAS
                       ELSE
                           IF MN-NF = WS-NUM-NOTA
                               MOVE "S" TO WS-NOTA-ACHADA
                               MOVE "S" TO WS-FIM-NOTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *DIGITA-ACERTO-NOTA - RECUSADA NAO DEVE NADA; PARCIAL DEVE SO A
      *PARTE ENTREGUE (INFORMADA, NUNCA MAIOR QUE O A RECEBER); O QUE
      *VOLTOU NAO PODE PASSAR DO DEVIDO.
       Digita-Acerto-Nota SECTION.
           MOVE "S" TO WS-ACERTO-OK
           PERFORM Calcula-Devido
           MOVE WS-NUM-NOTA TO NF-NUM
           READ ACE14
               INVALID KEY
                   MOVE ZERO TO NF-CLI
           END-READ
           MOVE "00" TO FS
           DISPLAY "NOTA " WS-NUM-NOTA " CLIENTE " NF-CLI
                   " A RECEBER NA ENTREGA " WS-DEVIDO-NOTA
           DISPLAY "RESULTADO E=ENTREGUE F=RECUSADA P=PARCIAL: "
           ACCEPT WS-RESULTADO
           INSPECT WS-RESULTADO CONVERTING "efp" TO "EFP"
           MOVE SPACES TO WS-OCORRENCIA
           MOVE ZERO TO WS-DEVIDO WS-DINHEIRO WS-CHEQUE
           EVALUATE WS-RESULTADO
               WHEN "E"
                   MOVE WS-DEVIDO-NOTA TO WS-DEVIDO
               WHEN "F"
                   DISPLAY "CODIGO DE OCORRENCIA (2 POSICOES): "
                   ACCEPT WS-OCORRENCIA
               WHEN "P"
                   DISPLAY "CODIGO DE OCORRENCIA (2 POSICOES): "
                   ACCEPT WS-OCORRENCIA
                   DISPLAY "VALOR A RECEBER PELA PARTE ENTREGUE: "
                   ACCEPT WS-DEVIDO
                   IF WS-DEVIDO > WS-DEVIDO-NOTA
                       DISPLAY "VALOR MAIOR QUE O A RECEBER DA NOTA "
                               "- NOTA NAO ACERTADA."
                       MOVE "N" TO WS-ACERTO-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "RESULTADO INVALIDO - NOTA NAO ACERTADA."
                   MOVE "N" TO WS-ACERTO-OK
           END-EVALUATE
           IF ACERTO-OK
              AND WS-DEVIDO NOT = ZERO
               DISPLAY "DINHEIRO TRAZIDO PELO MOTORISTA: "
               ACCEPT WS-DINHEIRO
               DISPLAY "CHEQUES TRAZIDOS PELO MOTORISTA: "
               ACCEPT WS-CHEQUE
               COMPUTE WS-RECEBIDO = WS-DINHEIRO + WS-CHEQUE
               IF WS-RECEBIDO > WS-DEVIDO
                   DISPLAY "RECEBIDO MAIOR QUE O DEVIDO - CONFIRA "
                           "OS VALORES; NOTA NAO ACERTADA."
                   MOVE "N" TO WS-ACERTO-OK
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-ACERTO-NOTA - RESULTADO NA NOTA DO ROMANEIO E NA
      *SITUACAO DE ENTREGA DE ACE14 (COMO EM ENTREGA, COM O MESMO LOG),
      *DINHEIRO BAIXADO NOS TITULOS E CHEQUE ENCAMINHADO A CUSTODIA.
       Grava-Acerto-Nota SECTION.
           MOVE WS-RESULTADO TO MN-RESULTADO
           MOVE WS-DEVIDO    TO MN-DEVIDO
           MOVE WS-DINHEIRO  TO MN-DINHEIRO
           MOVE WS-CHEQUE    TO MN-CHEQUE
           REWRITE REG-MN
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACERTO DA NOTA."
                   MOVE "N" TO WS-ACERTO-OK
           END-REWRITE
           MOVE "00" TO FS
           IF ACERTO-OK
               PERFORM Marca-Entrega-Nota
               IF WS-DINHEIRO NOT = ZERO
                   PERFORM Baixa-Dinheiro
               END-IF
               MOVE "ACERTO-NF" TO WS-Log-Funcao
               MOVE WS-NUM-NOTA TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               COMPUTE WS-FALTA-NOTA =
                   WS-DEVIDO - WS-DINHEIRO - WS-CHEQUE
               DISPLAY "NOTA " WS-NUM-NOTA " ACERTADA - FALTA DO "
                       "MOTORISTA: " WS-FALTA-NOTA
               IF WS-CHEQUE NOT = ZERO
                   DISPLAY "REGISTRE O CHEQUE DE " WS-CHEQUE
                           " CONTRA O TITULO DA NOTA " WS-NUM-NOTA
                           " EM CUSTCHQ."
               END-IF
               IF WS-RESULTADO = "F" OR "P"
                   DISPLAY "MERCADORIA DEVOLVIDA: REGISTRE O "
                           "RETORNO FISICO PELA DEVOLUCAO DE "
                           "CLIENTE (DEVOL)."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Marca-Entrega-Nota SECTION.
           MOVE WS-NUM-NOTA TO NF-NUM
           READ ACE14
               INVALID KEY
                   DISPLAY "NOTA NAO ENCONTRADA EM ACE14."
               NOT INVALID KEY
                   MOVE WS-RESULTADO  TO ENTSTAT-14
                   MOVE WS-DATA-HOJE  TO ENTDATA-14
                   MOVE WS-OCORRENCIA TO ENTOCOR-14
                   REWRITE REG-14
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A NOTA."
                       NOT INVALID KEY
                           EVALUATE WS-RESULTADO
                               WHEN "E"
                                   MOVE "ENTREGUE"  TO WS-Log-Funcao
                               WHEN "F"
                                   MOVE "ENT-RECUS" TO WS-Log-Funcao
                               WHEN "P"
                                   MOVE "ENT-PARC"  TO WS-Log-Funcao
                           END-EVALUATE
                           MOVE WS-NUM-NOTA TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *BAIXA-DINHEIRO - O DINHEIRO QUITA AS PARCELAS A VISTA DA NOTA
      *NA ORDEM DA PARCELA, COMO A BAIXA DE CTAREC: SOMA EM
      *RC-VALORPAGO, "P" QUANDO COBRE O VALOR, LOG E CREDITO NA CONTA
      *DO ACERTO. SEM ENCARGOS: O ATRASO DA ENTREGA NAO E DO CLIENTE.
       Baixa-Dinheiro SECTION.
           MOVE WS-DINHEIRO TO WS-RESTO
           MOVE "N" TO WS-FIM-TITULOS
           MOVE WS-NUM-NOTA TO RC-NFNUM
           MOVE ZERO        TO RC-PARCELA
           START ACERC KEY IS NOT LESS RC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM UNTIL FIM-TITULOS
                      OR WS-RESTO = ZERO
               READ ACERC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF RC-NFNUM NOT = WS-NUM-NOTA
                           MOVE "S" TO WS-FIM-TITULOS
                       ELSE
                           IF TITULO-ABERTO
                              AND RC-VENCTO NOT GREATER RC-EMISSAO
                               PERFORM Baixa-Parcela
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Baixa-Parcela SECTION.
           COMPUTE WS-SALDO-TITULO = RC-VALOR - RC-VALORPAGO
           IF WS-SALDO-TITULO > WS-RESTO
               MOVE WS-RESTO TO WS-PARTE
           ELSE
               MOVE WS-SALDO-TITULO TO WS-PARTE
           END-IF
           ADD WS-PARTE TO RC-VALORPAGO
           SUBTRACT WS-PARTE FROM WS-RESTO
           MOVE WS-DATA-HOJE TO RC-DATAPAGTO
           IF RC-VALORPAGO NOT LESS RC-VALOR
               MOVE "P" TO RC-SITUACAO
           END-IF
           REWRITE REG-RC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TITULO " RC-CHAVE
               NOT INVALID KEY
                   MOVE "BAIXA-PGTO" TO WS-Log-Funcao
                   MOVE RC-CHAVE     TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   MOVE WS-DATA-HOJE TO WS-Mb-Data
                   MOVE "C"          TO WS-Mb-Tipo
                   MOVE WS-PARTE     TO WS-Mb-Valor
                   MOVE "RC"         TO WS-Mb-Origem
                   MOVE RC-CHAVE     TO WS-Mb-Documento
                   MOVE SPACES       TO WS-Mb-Historico
                   STRING "ACERTO ROMANEIO " DELIMITED BY SIZE
                          WS-NUM-ROMANEIO    DELIMITED BY SIZE
                       INTO WS-Mb-Historico
                   END-STRING
                   PERFORM GRAVA-MOVIMENTO-BANCO THRU
                       SAI-GRAVA-MOVIMENTO-BANCO
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *FECHAR-ROMANEIO - SO DEPOIS DO RETORNO DIGITADO EM FROTA E COM
      *TODAS AS NOTAS ACERTADAS. A FALTA TOTAL FICA NO ROMANEIO E O
      *ACERTO SAI IMPRESSO PARA O MOTORISTA ASSINAR.
       Fechar-Romaneio SECTION.
           PERFORM Le-Romaneio
           IF ROMANEIO-OK
               EVALUATE TRUE
                   WHEN MF-NA-RUA
                       DISPLAY "DIGITE O RETORNO DA VIAGEM EM FROTA "
                               "ANTES DE FECHAR O ACERTO."
                   WHEN MF-FECHADO
                       DISPLAY "ROMANEIO JA FECHADO EM " MF-DT-ACERTO
                   WHEN MF-CANCELADO
                       DISPLAY "ROMANEIO CANCELADO."
                   WHEN OTHER
                       PERFORM Confere-Pendentes
                       IF WS-PENDENTES NOT = ZERO
                           DISPLAY WS-PENDENTES " NOTA(S) SEM ACERTO "
                                   "- ROMANEIO NAO PODE SER FECHADO."
                       ELSE
                           PERFORM Confirma-Fechamento
                       END-IF
               END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Pendentes SECTION.
           MOVE ZERO TO WS-PENDENTES
           INITIALIZE WS-TOT-ACERTO
           MOVE "N" TO WS-FIM-NOTAS
           MOVE WS-NUM-ROMANEIO TO MN-NUM
           MOVE ZERO            TO MN-SEQ
           START ACEMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACEMN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF MN-NUM NOT = WS-NUM-ROMANEIO
                           MOVE "S" TO WS-FIM-NOTAS
                       ELSE
                           IF MN-PENDENTE
                               ADD 1 TO WS-PENDENTES
                               DISPLAY "NOTA " MN-NF " SEM ACERTO."
                           ELSE
                               COMPUTE TA-FALTA = TA-FALTA
                                   + MN-DEVIDO - MN-DINHEIRO
                                   - MN-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confirma-Fechamento SECTION.
           DISPLAY "FALTA DO MOTORISTA NO ROMANEIO: " TA-FALTA
           DISPLAY "FECHAR O ACERTO DO ROMANEIO " WS-NUM-ROMANEIO
                   " (S/N)? "
           ACCEPT WS-DECISAO
           IF WS-DECISAO = "S" OR "s"
               MOVE WS-NUM-ROMANEIO TO MF-NUM
               READ ACEMF
                   NOT INVALID KEY
                       MOVE TA-FALTA     TO MF-FALTA
                       MOVE WS-DATA-HOJE TO MF-DT-ACERTO
                       MOVE "F"          TO MF-SITUACAO
                       REWRITE REG-MF
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O ROMANEIO."
                           NOT INVALID KEY
                               MOVE "FECH-ACERT"    TO WS-Log-Funcao
                               MOVE WS-NUM-ROMANEIO TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                               DISPLAY "ACERTO DO ROMANEIO "
                                       WS-NUM-ROMANEIO " FECHADO."
                               PERFORM Imprime-Acerto
                       END-REWRITE
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPRIME-ACERTO - CAPA DO ROMANEIO, UMA LINHA POR NOTA COM O
      *RESULTADO (BRANCO = AINDA SEM ACERTO), DEVIDO, DINHEIRO, CHEQUE
      *E FALTA, E O TOTAL COM A FALTA COBRADA DO MOTORISTA.
       Imprime-Acerto SECTION.
           INITIALIZE WS-TOT-ACERTO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE MF-VEICULO TO VC-CODIGO
           READ ACEVC
               INVALID KEY
                   MOVE SPACES TO VC-PLACA
           END-READ
           MOVE "00" TO FS
           MOVE MF-NUM       TO LRM-NUM
           MOVE MF-DATA      TO LRM-DATA
           MOVE VC-PLACA     TO LRM-PLACA
           MOVE MF-MOTORISTA TO LRM-MOTORISTA
           MOVE MO-NOME      TO LRM-NOME
           WRITE REG-REL FROM WS-LINHA-ROMANEIO
           WRITE REG-REL FROM WS-LINHA-CAB
           ADD 2 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-NOTAS
           MOVE MF-NUM TO MN-NUM
           MOVE ZERO   TO MN-SEQ
           START ACEMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACEMN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF MN-NUM NOT = MF-NUM
                           MOVE "S" TO WS-FIM-NOTAS
                       ELSE
                           PERFORM Imprime-Linha-Acerto
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE TA-DEVIDO   TO LTT-DEVIDO
           MOVE TA-DINHEIRO TO LTT-DINHEIRO
           MOVE TA-CHEQUE   TO LTT-CHEQUE
           MOVE TA-FALTA    TO LTT-FALTA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           ADD 1 TO WS-Rel-Linha
           IF TA-FALTA NOT = ZERO
               MOVE TA-FALTA TO LFL-FALTA
               WRITE REG-REL FROM WS-LINHA-FALTA
               ADD 1 TO WS-Rel-Linha
           END-IF
           DISPLAY "ACERTO DO ROMANEIO " MF-NUM " IMPRESSO."
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Acerto SECTION.
           MOVE MN-NF TO NF-NUM
           READ ACE14
               INVALID KEY
                   MOVE ZERO TO NF-CLI
           END-READ
           MOVE NF-CLI TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ
           MOVE "00" TO FS
           MOVE MN-NF        TO LNT-NF
           MOVE NF-CLI       TO LNT-CLI
           MOVE CLI-NOME     TO LNT-NOME
           MOVE MN-RESULTADO TO LNT-RESULTADO
           MOVE MN-DEVIDO    TO LNT-DEVIDO
           MOVE MN-DINHEIRO  TO LNT-DINHEIRO
           MOVE MN-CHEQUE    TO LNT-CHEQUE
           IF MN-PENDENTE
               MOVE ZERO TO WS-FALTA-NOTA
           ELSE
               COMPUTE WS-FALTA-NOTA =
                   MN-DEVIDO - MN-DINHEIRO - MN-CHEQUE
           END-IF
           MOVE WS-FALTA-NOTA TO LNT-FALTA
           ADD MN-DEVIDO     TO TA-DEVIDO
           ADD MN-DINHEIRO   TO TA-DINHEIRO
           ADD MN-CHEQUE     TO TA-CHEQUE
           ADD WS-FALTA-NOTA TO TA-FALTA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-NOTA
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *RELATORIO-FALTAS - ROMANEIOS FECHADOS NO MES COM FALTA, SOMADOS
      *POR MOTORISTA, PARA O DESCONTO DO MOTORISTA.
       Relatorio-Faltas SECTION.
           DISPLAY "MES DO ACERTO (AAAAMM): "
           ACCEPT WS-MES-RELATORIO
           MOVE ZERO TO WS-QT-MOTORISTAS
           MOVE "N" TO WS-FIM-NOTAS
           MOVE ZEROS TO MF-NUM
           START ACEMF KEY IS NOT LESS MF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACEMF NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF MF-FECHADO
                          AND MF-DT-ACERTO(1:6) = WS-MES-RELATORIO
                          AND MF-FALTA NOT = ZERO
                           PERFORM Soma-Falta-Motorista
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-MOTORISTAS
               MOVE FM-MOTORISTA(WS-IX) TO MO-CODIGO LFM-MOTORISTA
               READ ACEMO
                   INVALID KEY
                       MOVE "MOTORISTA NAO CADASTRADO" TO MO-NOME
               END-READ
               MOVE "00" TO FS
               MOVE MO-NOME             TO LFM-NOME
               MOVE FM-ROMANEIOS(WS-IX) TO LFM-ROMANEIOS
               MOVE FM-FALTA(WS-IX)     TO LFM-FALTA
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-FALTA-MES
               ADD 1 TO WS-Rel-Linha
           END-PERFORM
           DISPLAY "FALTAS DO MES: " WS-QT-MOTORISTAS " MOTORISTA(S)."
           .

      *---------------------------------------------------------------*

       Soma-Falta-Motorista SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-MOTORISTAS
                      OR FM-MOTORISTA(WS-IX) = MF-MOTORISTA
               CONTINUE
           END-PERFORM
           IF WS-IX > WS-QT-MOTORISTAS
              AND WS-QT-MOTORISTAS < 100
               ADD 1 TO WS-QT-MOTORISTAS
               MOVE MF-MOTORISTA TO FM-MOTORISTA(WS-IX)
               MOVE ZERO         TO FM-ROMANEIOS(WS-IX)
                                    FM-FALTA(WS-IX)
           END-IF
           IF WS-IX NOT > WS-QT-MOTORISTAS
               ADD 1        TO FM-ROMANEIOS(WS-IX)
               ADD MF-FALTA TO FM-FALTA(WS-IX)
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEMF ACEMN ACEVC ACEMO ACE14 ACERC ACECL
                 Arquivo-Log RELATO
           PERFORM FECHA-ARQUIVOS-BANCO THRU SAI-FECHA-ARQUIVOS-BANCO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
