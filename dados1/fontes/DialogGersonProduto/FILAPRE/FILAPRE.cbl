000010*FILAPRE-POLITICA DE MARKUP E FILA DE RECOMENDACAO DE PRECO. O  *
000020*PRECO DE VENDA NAO FICA MAIS PARADO ATE ALGUEM NOTAR EM        *
000030*MARGEM: CADA ALTERACAO DE CUSTO (RECMERC, RATEIO DE DESPESA,   *
000040*CATFORN, AJUSINF) GRAVA EM ACEFP OS PRECOS ATUAIS E OS         *
000050*SUGERIDOS PELA POLITICA DE ACEMK (CPYFPPG). AQUI O SUPERVISOR  *
000060*MANTEM A POLITICA (MARKUP DE ATACADO E VAREJO SOBRE O CUSTO    *
000070*POR CLASSE, OPCIONALMENTE POR FORNECEDOR, E A REGRA DE         *
000080*ARREDONDAMENTO) E REVISA A FILA ITEM A ITEM: ACEITA, EDITA OU  *
000090*REJEITA. O PRECO ACEITO SEGUE O CAMINHO NORMAL DE AJUSPRE -    *
000100*HISTORICO EM ACE08, CONFPR-01 DE VOLTA PARA "N" ATE A          *
000110*CONFIRMACAO E ETIQUETA PELA OPCAO 3 DE ETIQPRE (REMARCADOS     *
000120*DESDE A DATA). A FILA PENDENTE SAI TAMBEM EM RELATO.           *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. FILAPRE.
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELC-08".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELMK".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELFP".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000250     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000260                    FILE STATUS IS FS-REL.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000300 COPY "C:\Repo2024\cobol\dados1\book\FD-08".
000310 COPY "C:\Repo2024\cobol\dados1\book\FDMK".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDFP".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000370 WORKING-STORAGE SECTION.
000380 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000390 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000400 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000410 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000420 COPY "C:\Repo2024\cobol\dados1\book\CPYFPWS".
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-FILAPRE        PIC X(01) VALUE "N".
           88  FIM-FILAPRE       VALUE "S".
       01  WS-FIM-LEITURA        PIC X(01).
           88  FIM-LEITURA       VALUE "S".
       01  WS-REL-ABERTO         PIC X(01) VALUE "N".
           88  REL-ABERTO        VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DECISAO            PIC X(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-CLASSE             PIC X(01).
       01  WS-FORNECEDOR         PIC 9(04).
       01  WS-MARKUP-ATAC        PIC 9(03)V99.
       01  WS-MARKUP-VAR         PIC 9(03)V99.
       01  WS-ARREDONDA          PIC X(01).
       01  WS-NOVO-PRATAC        PIC 9(08)V99.
       01  WS-NOVO-PRVAR         PIC 9(08)V99.
       01  WS-PRATAC-ANTIGO      PIC 9(08)V99.
       01  WS-PRVAR-ANTIGO       PIC 9(08)V99.
       01  WS-QT-REVISADAS       PIC 9(05) VALUE ZERO.
       01  WS-QT-ACEITAS         PIC 9(05) VALUE ZERO.
       01  WS-QT-PENDENTES       PIC 9(05).

       01  WS-ED-PRECO-1         PIC Z(07)9.99.
       01  WS-ED-PRECO-2         PIC Z(07)9.99.
       01  WS-ED-MARGEM          PIC -ZZ9.99.
       01  WS-ED-MARKUP-1        PIC ZZ9.99.
       01  WS-ED-MARKUP-2        PIC ZZ9.99.

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(07) VALUE "CODIGO ".
           03  FILLER            PIC X(21) VALUE "DESCRICAO".
           03  FILLER            PIC X(11) VALUE "  ATAC ATUA".
           03  FILLER            PIC X(11) VALUE "  ATAC SUG.".
           03  FILLER            PIC X(11) VALUE "   VAR ATUA".
           03  FILLER            PIC X(11) VALUE "   VAR SUG.".
           03  FILLER            PIC X(07) VALUE " MG.VAR".

       01  WS-LINHA-DET.
           03  DET-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DESC          PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRATAC-ATUAL  PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRATAC-SUG    PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRVAR-ATUAL   PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PRVAR-SUG     PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-MARGEM        PIC -ZZ9.99.

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(30) VALUE
               "RECOMENDACOES PENDENTES:      ".
           03  TOT-PENDENTES     PIC Z(04)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-FILAPRE
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN I-O ACE01
           IF FS NOT = "00"
               DISPLAY "FILAPRE - CADASTRO DE PRODUTOS (ACE01) NAO "
                       "DISPONIVEL: " FS
               MOVE "S" TO WS-FIM-FILAPRE
           END-IF
           OPEN I-O ACE08
           IF FS = "05" OR "35"
               OPEN OUTPUT ACE08
               CLOSE ACE08
               OPEN I-O ACE08
           END-IF
           OPEN I-O ACEMK
           IF FS-MK = "05" OR "35"
               OPEN OUTPUT ACEMK
               CLOSE ACEMK
               OPEN I-O ACEMK
           END-IF
           OPEN I-O ACEFP
           IF FS-FP = "05" OR "35"
               OPEN OUTPUT ACEFP
               CLOSE ACEFP
               OPEN I-O ACEFP
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "FILAPRE" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "FILAPRE - 1=REVISAR FILA 2=GRAVAR POLITICA "
                   "3=EXCLUIR POLITICA 4=LISTAR POLITICAS "
                   "5=RELATORIO DA FILA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF Oper-Supervisor
                       PERFORM Revisar-Fila
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 2
                   IF Oper-Supervisor
                       PERFORM Gravar-Politica
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 3
                   IF Oper-Supervisor
                       PERFORM Excluir-Politica
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 4
                   PERFORM Listar-Politicas
               WHEN 5
                   PERFORM Relatorio-Fila
               WHEN 0
                   MOVE "S" TO WS-FIM-FILAPRE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Recusa-Funcao SECTION.
           DISPLAY "FILAPRE - FUNCAO EXIGE OPERADOR ASSINADO COM "
                   "NIVEL DE SUPERVISOR. ASSINE COM LOGON."
           .

      *---------------------------------------------------------------*
      *REVISAR-FILA - PERCORRE AS PENDENTES NA ORDEM DO PRODUTO.
       Revisar-Fila SECTION.
           MOVE ZERO TO WS-QT-REVISADAS WS-QT-ACEITAS
           MOVE LOW-VALUES TO FP-CHAVE
           MOVE "N" TO WS-FIM-LEITURA
           START ACEFP KEY IS NOT LESS FP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACEFP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF FP-PENDENTE
                           PERFORM Revisa-Recomendacao
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "FILAPRE - REVISADAS: " WS-QT-REVISADAS
                   " PRECOS GRAVADOS: " WS-QT-ACEITAS
           IF WS-QT-ACEITAS NOT = ZERO
               DISPLAY "ETIQUETAS: ETIQPRE, OPCAO 3, REMARCADOS "
                       "DESDE " WS-DATA-HOJE "."
           END-IF
           .

      *---------------------------------------------------------------*

       Revisa-Recomendacao SECTION.
           MOVE FP-COD TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO " FP-COD " NAO CADASTRADO - "
                           "RECOMENDACAO REJEITADA."
                   MOVE "R" TO WS-DECISAO
               NOT INVALID KEY
                   PERFORM Mostra-Recomendacao
                   DISPLAY "A=ACEITA E=EDITA R=REJEITA P=PULA "
                           "F=FIM: "
                   ACCEPT WS-DECISAO
                   INSPECT WS-DECISAO CONVERTING "aerpf" TO "AERPF"
           END-READ
           MOVE "00" TO FS
           EVALUATE WS-DECISAO
               WHEN "A"
                   MOVE FP-PRATAC-SUGERIDO TO WS-NOVO-PRATAC
                   MOVE FP-PRVAR-SUGERIDO  TO WS-NOVO-PRVAR
                   PERFORM Aplica-Preco
                   MOVE "ACEITA-PRE" TO WS-Log-Funcao
                   PERFORM Registra-Decisao
               WHEN "E"
                   PERFORM Edita-Precos
                   PERFORM Aplica-Preco
                   MOVE "EDITA-PRE" TO WS-Log-Funcao
                   PERFORM Registra-Decisao
               WHEN "R"
                   MOVE "REJEI-PRE" TO WS-Log-Funcao
                   PERFORM Registra-Decisao
               WHEN "F"
                   MOVE "S" TO WS-FIM-LEITURA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Mostra-Recomendacao SECTION.
           DISPLAY " "
           DISPLAY "PRODUTO " COD-01 " " DESC-01
           DISPLAY "CUSTO BASE " FP-CUSTO-ANTIGO " -> " FP-CUSTO-NOVO
                   " (" FP-ORIGEM " EM " FP-DATA ")"
           MOVE FP-PRATAC-ATUAL    TO WS-ED-PRECO-1
           MOVE FP-PRATAC-SUGERIDO TO WS-ED-PRECO-2
           MOVE FP-MARGEM-ATAC     TO WS-ED-MARGEM
           DISPLAY "ATACADO ATUAL " WS-ED-PRECO-1 " SUGERIDO "
                   WS-ED-PRECO-2 " MARGEM " WS-ED-MARGEM "%"
           MOVE FP-PRVAR-ATUAL     TO WS-ED-PRECO-1
           MOVE FP-PRVAR-SUGERIDO  TO WS-ED-PRECO-2
           MOVE FP-MARGEM-VAR      TO WS-ED-MARGEM
           DISPLAY "VAREJO  ATUAL " WS-ED-PRECO-1 " SUGERIDO "
                   WS-ED-PRECO-2 " MARGEM " WS-ED-MARGEM "%"
           IF PRATAC-01R NOT = FP-PRATAC-ATUAL
              OR PRVAR-01R NOT = FP-PRVAR-ATUAL
               MOVE PRATAC-01R TO WS-ED-PRECO-1
               MOVE PRVAR-01R  TO WS-ED-PRECO-2
               DISPLAY "ATENCAO: PRECO ALTERADO DEPOIS DA "
                       "RECOMENDACAO - HOJE ATACADO " WS-ED-PRECO-1
                       " VAREJO " WS-ED-PRECO-2
           END-IF
           .

      *---------------------------------------------------------------*

       Edita-Precos SECTION.
           DISPLAY "PRECO DE ATACADO (99999999.99, 0 = SUGERIDO): "
           ACCEPT WS-NOVO-PRATAC
           IF WS-NOVO-PRATAC = ZERO
               MOVE FP-PRATAC-SUGERIDO TO WS-NOVO-PRATAC
           END-IF
           DISPLAY "PRECO DE VAREJO (99999999.99, 0 = SUGERIDO): "
           ACCEPT WS-NOVO-PRVAR
           IF WS-NOVO-PRVAR = ZERO
               MOVE FP-PRVAR-SUGERIDO TO WS-NOVO-PRVAR
           END-IF
           .

      *---------------------------------------------------------------*
      *APLICA-PRECO - O MESMO CAMINHO DE AJUSPRE: PRECO NOVO EM
      *REG-01, CONFPR-01 = "N" PARA A CONFIRMACAO DO SUPERVISOR E UM
      *REGISTRO DE HISTORICO EM ACE08 (QUE ALIMENTA ETIQPRE).
       Aplica-Preco SECTION.
           MOVE PRATAC-01R     TO WS-PRATAC-ANTIGO
           MOVE PRVAR-01R      TO WS-PRVAR-ANTIGO
           MOVE WS-NOVO-PRATAC TO PRATAC-01R
           MOVE WS-NOVO-PRVAR  TO PRVAR-01R
           MOVE "N" TO CONFPR-01
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PRODUTO " COD-01 "."
               NOT INVALID KEY
                   PERFORM Grava-Historico-Preco
                   ADD 1 TO WS-QT-ACEITAS
           END-REWRITE
           MOVE "00" TO FS
           MOVE WS-NOVO-PRATAC TO FP-PRATAC-APLICADO
           MOVE WS-NOVO-PRVAR  TO FP-PRVAR-APLICADO
           .

      *---------------------------------------------------------------*
      *GRAVA-HISTORICO-PRECO - MESMA GRAVACAO DE ACE08 DE AJUSPRE.
       Grava-Historico-Preco SECTION.
           MOVE COD-01            TO COD-08
           ACCEPT DATAHORA-08-DATA FROM DATE YYYYMMDD
           ACCEPT DATAHORA-08-HORA FROM TIME
           MOVE WS-PRATAC-ANTIGO  TO PRATAC-ANTIGO-08
           MOVE PRATAC-01R        TO PRATAC-NOVO-08
           MOVE WS-PRVAR-ANTIGO   TO PRVAR-ANTIGO-08
           MOVE PRVAR-01R         TO PRVAR-NOVO-08
           WRITE REG-08
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Registra-Decisao SECTION.
           EVALUATE WS-DECISAO
               WHEN "A"
                   MOVE "A" TO FP-SITUACAO
               WHEN "E"
                   MOVE "E" TO FP-SITUACAO
               WHEN OTHER
                   MOVE "R" TO FP-SITUACAO
           END-EVALUATE
           MOVE WS-Oper-Codigo TO FP-OPERADOR
           MOVE WS-DATA-HOJE   TO FP-DATA-DECISAO
           REWRITE REG-FP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A RECOMENDACAO."
           END-REWRITE
           ADD 1 TO WS-QT-REVISADAS
           MOVE FP-COD TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           .

      *---------------------------------------------------------------*

       Le-Chave-Politica SECTION.
           DISPLAY "CLASSE DO PRODUTO (BRANCO = POLITICA GERAL): "
           ACCEPT WS-CLASSE
           MOVE ZERO TO WS-FORNECEDOR
           IF WS-CLASSE NOT = SPACE
               DISPLAY "FORNECEDOR (0 = TODOS DA CLASSE): "
               ACCEPT WS-FORNECEDOR
           END-IF
           MOVE WS-CLASSE     TO MK-CLASSE
           MOVE WS-FORNECEDOR TO MK-FORNECEDOR
           .

      *---------------------------------------------------------------*

       Gravar-Politica SECTION.
           PERFORM Le-Chave-Politica
           READ ACEMK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MK-MARKUP-ATAC TO WS-ED-MARKUP-1
                   MOVE MK-MARKUP-VAR  TO WS-ED-MARKUP-2
                   DISPLAY "POLITICA ATUAL: ATACADO " WS-ED-MARKUP-1
                           "% VAREJO " WS-ED-MARKUP-2
                           "% ARREDONDA " MK-ARREDONDA
           END-READ
           DISPLAY "MARKUP DO ATACADO SOBRE O CUSTO (999.99, 0 = NAO "
                   "SUGERE): "
           ACCEPT WS-MARKUP-ATAC
           DISPLAY "MARKUP DO VAREJO SOBRE O CUSTO (999.99, 0 = NAO "
                   "SUGERE): "
           ACCEPT WS-MARKUP-VAR
           DISPLAY "ARREDONDAMENTO C=CENTAVO D=DEZ CENTAVOS "
                   "R=REAL 9=FINAL ,99: "
           ACCEPT WS-ARREDONDA
           INSPECT WS-ARREDONDA CONVERTING "cdr" TO "CDR"
           IF WS-ARREDONDA NOT = "C" AND "D" AND "R" AND "9"
               MOVE "C" TO WS-ARREDONDA
           END-IF
           MOVE WS-CLASSE      TO MK-CLASSE
           MOVE WS-FORNECEDOR  TO MK-FORNECEDOR
           MOVE WS-MARKUP-ATAC TO MK-MARKUP-ATAC
           MOVE WS-MARKUP-VAR  TO MK-MARKUP-VAR
           MOVE WS-ARREDONDA   TO MK-ARREDONDA
           MOVE WS-Oper-Codigo TO MK-OPERADOR
           MOVE WS-DATA-HOJE   TO MK-DATA
           WRITE REG-MK
               INVALID KEY
                   REWRITE REG-MK
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A POLITICA."
                   END-REWRITE
           END-WRITE
           MOVE "GRAVA-MKP" TO WS-Log-Funcao
           MOVE MK-CHAVE    TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "POLITICA GRAVADA - VALE PARA AS PROXIMAS "
                   "ALTERACOES DE CUSTO."
           .

      *---------------------------------------------------------------*

       Excluir-Politica SECTION.
           PERFORM Le-Chave-Politica
           READ ACEMK
               INVALID KEY
                   DISPLAY "POLITICA NAO CADASTRADA."
               NOT INVALID KEY
                   DISPLAY "EXCLUIR A POLITICA (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       DELETE ACEMK
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR A POLITICA."
                           NOT INVALID KEY
                               MOVE "EXCL-MKP" TO WS-Log-Funcao
                               MOVE MK-CHAVE   TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-DELETE
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Listar-Politicas SECTION.
           MOVE LOW-VALUES TO MK-CHAVE
           MOVE "N" TO WS-FIM-LEITURA
           START ACEMK KEY IS NOT LESS MK-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACEMK NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       MOVE MK-MARKUP-ATAC TO WS-ED-MARKUP-1
                       MOVE MK-MARKUP-VAR  TO WS-ED-MARKUP-2
                       DISPLAY "CLASSE " MK-CLASSE " FORNECEDOR "
                               MK-FORNECEDOR " ATACADO "
                               WS-ED-MARKUP-1 "% VAREJO "
                               WS-ED-MARKUP-2 "% ARREDONDA "
                               MK-ARREDONDA
               END-READ
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Relatorio-Fila SECTION.
           IF NOT REL-ABERTO
               MOVE "FILA DE RECOMENDACAO DE PRECO " TO WS-Rel-Titulo
               MOVE "FILAPRE" TO WS-Rel-Id
               PERFORM MONTA-DISPOSITIVO-REL THRU
                   SAI-MONTA-DISPOSITIVO-REL
               OPEN OUTPUT RELATO
               MOVE "S" TO WS-REL-ABERTO
           END-IF
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           MOVE ZERO TO WS-QT-PENDENTES
           MOVE LOW-VALUES TO FP-CHAVE
           MOVE "N" TO WS-FIM-LEITURA
           START ACEFP KEY IS NOT LESS FP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACEFP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF FP-PENDENTE
                           PERFORM Imprime-Pendente
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-QT-PENDENTES TO TOT-PENDENTES
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           DISPLAY "FILAPRE - RECOMENDACOES PENDENTES: "
                   WS-QT-PENDENTES
           .

      *---------------------------------------------------------------*

       Imprime-Pendente SECTION.
           MOVE FP-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           ADD 1 TO WS-QT-PENDENTES
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE FP-COD             TO DET-COD
           MOVE DESC-01            TO DET-DESC
           MOVE FP-PRATAC-ATUAL    TO DET-PRATAC-ATUAL
           MOVE FP-PRATAC-SUGERIDO TO DET-PRATAC-SUG
           MOVE FP-PRVAR-ATUAL     TO DET-PRVAR-ATUAL
           MOVE FP-PRVAR-SUGERIDO  TO DET-PRVAR-SUG
           MOVE FP-MARGEM-VAR      TO DET-MARGEM
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE08 ACEMK ACEFP Arquivo-Log
           IF REL-ABERTO
               CLOSE RELATO
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
