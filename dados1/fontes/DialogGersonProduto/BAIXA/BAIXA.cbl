000100*CONTABILIDADE PEGAR A PERDA SEM O RISCO DE A RODADA NOTURNA   *
000101*DE RAZLED (QUE RECRIA O razled.itf) APAGAR LINHAS AINDA NAO   *
000102*COLETADAS. TUDO VAI PARA O LOG.                                *
      *A PROPOSTA EXIGE UM MOTIVO DE PERDA DA TABELA ACEMT (MOTPERD)  *
      *EM BX-MOTIVO-COD, COM O TEXTO LIVRE COMO COMPLEMENTO; A        *
      *APROVACAO LEVA O CODIGO PARA MOTIVO-02 NO MOVIMENTO "B".       *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
      *A APROVACAO RECUSA O MESMO OPERADOR QUE PROPOS A BAIXA (PAR    *
      *PROP-BAIXA\APRV-BAIXA DA TABELA DE SEGREGACAO DE FUNCOES ACESD,*
      *MANTIDA NO SEGFUN); SO O DONO DA EMPRESA PODE LIBERAR,         *
      *CONFIRMANDO, E A LIBERACAO VAI PARA O LOG (SOD-DONO).          *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. BAIXA.
000130 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000195 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000197 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELMT".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000210     SELECT Arquivo-Razao ASSIGN TO WS-Arq-BaixasItf
000220            ORGANIZATION IS LINE SEQUENTIAL
000230            FILE STATUS IS FS-RAZ.
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000295 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000297 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDMT".
000300 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000310 FD  Arquivo-Razao.
000320 01  Reg-Razao.
000330     03  RAZ-COD-01        PIC 9(06).
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".

       01  FS-RAZ                PIC X(02) VALUE "00".

       01  WS-NUM-PROPOSTA       PIC 9(06).
       01  WS-DECISAO            PIC X(01).
       01  WS-INDICE-ALM         PIC 9(02) COMP.
       01  WS-BX-DIGITADO        PIC X(96).

      *---------------------------------------------------------------*

               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           OPEN INPUT ACEMT
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMT
               CLOSE ACEMT
               OPEN INPUT ACEMT
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "BAIXA" TO WS-Log-Programa
      *A APROVACAO POSTA ESTOQUE E RAZAO: RECUSADA QUANDO HOJE CAI
                       "LANCAMENTOS RECUSADOS."
               MOVE "S" TO WS-FIM-BAIXA
           END-IF
      *PARES DE FUNCOES INCOMPATIVEIS (SEGFUN) E DONO DA EMPRESA.
           PERFORM CARREGA-SEGREGACAO THRU SAI-CARREGA-SEGREGACAO
           .

      *---------------------------------------------------------------*
           ACCEPT BX-ALM
           DISPLAY "QUANTIDADE A BAIXAR: "
           ACCEPT BX-QTDE
           IF BX-ALM < 1 OR BX-ALM > 5
               DISPLAY "ALMOXARIFADO INVALIDO."
           ELSE
                   DISPLAY "QUANTIDADE INVALIDA P/ O SALDO DE "
                           EST-ALM-01(BX-ALM)
               ELSE
                   PERFORM PEDE-MOTIVO-PERDA THRU SAI-PEDE-MOTIVO-PERDA
                   IF Mt-Desistiu
                       DISPLAY "SEM MOTIVO DE PERDA - PROPOSTA NAO "
                               "GRAVADA."
                   ELSE
                       MOVE WS-Mt-Cod TO BX-MOTIVO-COD
                       DISPLAY "COMPLEMENTO DO MOTIVO: "
                       ACCEPT BX-MOTIVO
                       PERFORM Inclui-Proposta
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *INCLUI-PROPOSTA - A NUMERACAO LE A ULTIMA PROPOSTA NA PROPRIA
      *AREA DE REG-BX: GUARDA O QUE FOI DIGITADO E REPOE DEPOIS.
       Inclui-Proposta SECTION.
           MOVE REG-BX TO WS-BX-DIGITADO
           PERFORM Sequencia-Proposta
           MOVE WS-BX-DIGITADO TO REG-BX
           MOVE WS-NUM-PROPOSTA TO BX-NUM
           MOVE "P" TO BX-SITUACAO
           ACCEPT BX-DATA-PROP FROM DATE YYYYMMDD
           MOVE WS-Oper-Codigo TO BX-OPER-PROP
           MOVE ZEROS TO BX-DATA-APROV BX-OPER-APROV
                         BX-VALOR
           WRITE REG-BX
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PROPOSTA."
               NOT INVALID KEY
                   DISPLAY "PROPOSTA GRAVADA: " BX-NUM
                   MOVE "PROP-BAIXA" TO WS-Log-Funcao
                   MOVE BX-NUM       TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-WRITE
           .

      *---------------------------------------------------------------*

       Sequencia-Proposta SECTION.
                   NOT INVALID KEY
                       DISPLAY "PRODUTO: " DESC-01
                       DISPLAY "QTDE: " BX-QTDE " ALM: " BX-ALM
                               " MOTIVO: " BX-MOTIVO-COD " "
                               BX-MOTIVO
                       DISPLAY "APROVAR (S/N)? "
                       ACCEPT WS-DECISAO
                       IF WS-DECISAO = "S" OR "s"
      *QUEM PROPOS NAO APROVA A PROPRIA BAIXA.
                           MOVE "PROP-BAIXA"  TO WS-Sd-Func-Feita
                           MOVE ZERO          TO WS-Sd-Oper-Feita
                           IF BX-OPER-PROP NUMERIC
                               MOVE BX-OPER-PROP TO WS-Sd-Oper-Feita
                           END-IF
                           MOVE "APRV-BAIXA"  TO WS-Sd-Func-Atual
                           MOVE BX-NUM        TO WS-Sd-Chave
                           PERFORM VERIFICA-SEGREGACAO THRU
                               SAI-VERIFICA-SEGREGACAO
                           IF NOT Sd-Recusado
                               PERFORM Aprova-Baixa
                           END-IF
                       ELSE
                           PERFORM Recusa-Baixa
                       END-IF
                   MOVE COD-01  TO WS-Lt-Cod
                   MOVE BX-ALM  TO WS-Lt-Alm
                   MOVE BX-QTDE TO WS-Lt-Qtde
                   MOVE "B"     TO WS-Lt-DocTipo
                   MOVE BX-NUM  TO WS-Lt-DocNum
                   PERFORM BAIXA-LOTE-FEFO THRU SAI-BAIXA-LOTE-FEFO
               END-IF
               MOVE COD-01  TO WS-Mov-Cod
               MOVE "-"     TO WS-Mov-Sinal
               MOVE "B"     TO WS-Mov-DocTipo
               MOVE BX-NUM  TO WS-Mov-DocNum
               MOVE BX-MOTIVO-COD TO WS-Mov-Motivo
               PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
               COMPUTE BX-VALOR = BX-QTDE * CATUAL-01
               MOVE "A" TO BX-SITUACAO
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " BX-COD " ALM: " BX-ALM
                           " QTDE: " BX-QTDE
                   DISPLAY "MOTIVO: " BX-MOTIVO-COD " " BX-MOTIVO
                   DISPLAY "SITUACAO: " BX-SITUACAO
                           " VALOR: " BX-VALOR
           END-READ
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACEBX ACECE ACELT ACELS ACEMT Arquivo-Log
           STOP RUN
           .


       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
