000010*FROTA-CADASTRO DA FROTA PROPRIA E CONTROLE DAS VIAGENS. MANTEM *
000020*OS VEICULOS (ACEVC - PLACA, CAPACIDADE EM KG E VOLUME,         *
000030*MOTORISTA HABITUAL, HODOMETRO E SITUACAO) E OS MOTORISTAS      *
000040*(ACEMO). O ROMANEIO GRAVA CADA CARGA COMO VIAGEM (ACEMF\ACEMN) *
000050*NO VEICULO E MOTORISTA ESCOLHIDOS; AQUI SE DIGITA O RETORNO    *
000060*(HODOMETRO E COMBUSTIVEL), SE CANCELA O ROMANEIO QUE NAO SAIU  *
000070*(AS NOTAS VOLTAM A AGUARDAR SAIDA) E SE TIRA O RELATORIO       *
000080*MENSAL POR VEICULO: VIAGENS, KM, KG ENTREGUES, COMBUSTIVEL,    *
000090*PECAS DE MANUTENCAO (CLASSE V REQUISITADA PARA O VEICULO EM    *
000100*REQUIS) E CUSTO POR KG. EXIGE NIVEL DE MANUTENCAO E TUDO FICA  *
000110*NO LOG.                                                        *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. FROTA.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELVC".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELMO".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELMF".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELMN".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELRQ".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000260     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000270                    FILE STATUS IS FS-REL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 COPY "C:\Repo2024\cobol\dados1\book\FDVC".
000310 COPY "C:\Repo2024\cobol\dados1\book\FDMO".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDMF".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDMN".
000340 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDRQ".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000400 WORKING-STORAGE SECTION.
000410 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000420 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-FROTA          PIC X(01) VALUE "N".
           88  FIM-FROTA         VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".
       01  WS-EXISTE             PIC X(01).
           88  JA-EXISTE         VALUE "S".
       01  WS-DADOS-OK           PIC X(01).
           88  DADOS-OK          VALUE "S".
       01  WS-ACE14-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACE14-DISPONIVEL  VALUE "S".
       01  WS-ACERQ-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACERQ-DISPONIVEL  VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DECISAO            PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-VEICULO            PIC 9(03).
       01  WS-MOTORISTA          PIC 9(04).
       01  WS-NUM-ROMANEIO       PIC 9(06).
       01  WS-PLACA              PIC X(07).
       01  WS-DESCRICAO          PIC X(20).
       01  WS-NOME               PIC X(30).
       01  WS-CNH                PIC X(11).
       01  WS-SITUACAO           PIC X(01).
       01  WS-CAP-KG             PIC 9(05).
       01  WS-CAP-M3             PIC 9(03)V9(02).
       01  WS-KM-RETORNO         PIC 9(07).
       01  WS-LITROS             PIC 9(05)V9(02).
       01  WS-VALOR-COMB         PIC 9(07)V9(02).
       01  WS-PENDENCIAS         PIC 9(03).
       01  WS-MES-RELATORIO      PIC 9(06).
       01  WS-KM-VIAGEM          PIC 9(07).
       01  WS-CUSTO              PIC 9(09)V9(02).
       01  WS-VX                 PIC 9(04) COMP.

      *ACUMULADOS DO RELATORIO MENSAL, POSICIONADOS PELO CODIGO DO
      *VEICULO (POSICAO 1000 = CARGAS DE TRANSPORTADORA).
       01  WS-TAB-FROTA.
           03  WS-FR OCCURS 1000 TIMES.
               05  FR-VIAGENS    PIC 9(04).
               05  FR-KM         PIC 9(08).
               05  FR-KG         PIC 9(09)V9(03).
               05  FR-COMB       PIC 9(09)V9(02).
               05  FR-MANUT      PIC 9(13).

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(40) VALUE
               "VEIC PLACA   VIAG      KM  KG ENTREG.  C".
           03  FILLER            PIC X(32) VALUE
               "OMBUST.R$   MANUT.R$    R$\KG".

       01  WS-LINHA-VEIC.
           03  LVC-CODIGO        PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LVC-PLACA         PIC X(07).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LVC-VIAGENS       PIC Z(03)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LVC-KM            PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LVC-KG            PIC Z(08)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LVC-COMB          PIC Z(07)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LVC-MANUT         PIC Z(07)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LVC-CUSTO-KG      PIC ZZ9.9999.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-FROTA
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "FROTA - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-FROTA
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O ACEVC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEVC
               CLOSE ACEVC
               OPEN I-O ACEVC
           END-IF
           OPEN I-O ACEMO
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMO
               CLOSE ACEMO
               OPEN I-O ACEMO
           END-IF
           OPEN I-O ACEMF
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMF
               CLOSE ACEMF
               OPEN I-O ACEMF
           END-IF
           OPEN I-O ACEMN
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMN
               CLOSE ACEMN
               OPEN I-O ACEMN
           END-IF
      *SEM ACE14 NAO HA COMO CANCELAR ROMANEIO; SEM ACERQ O RELATORIO
      *SAI SEM AS PECAS DE MANUTENCAO.
           OPEN I-O ACE14
           IF FS = "00"
               MOVE "S" TO WS-ACE14-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN INPUT ACERQ
           IF FS = "00"
               MOVE "S" TO WS-ACERQ-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "FROTA" TO WS-Log-Programa
           MOVE "RELATORIO MENSAL DA FROTA     " TO WS-Rel-Titulo
           MOVE "FROTA" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "FROTA - 1=VEICULO 2=MOTORISTA 3=LISTAR FROTA "
                   "4=RETORNO DE VIAGEM 5=CANCELAR ROMANEIO "
                   "6=RELATORIO MENSAL 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Manter-Veiculo
               WHEN 2
                   PERFORM Manter-Motorista
               WHEN 3
                   PERFORM Listar-Frota
               WHEN 4
                   PERFORM Retorno-Viagem
               WHEN 5
                   PERFORM Cancelar-Romaneio
               WHEN 6
                   PERFORM Relatorio-Mensal
               WHEN 0
                   MOVE "S" TO WS-FIM-FROTA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *MANTER-VEICULO - CODIGO ZERO = VEICULO NOVO COM O PROXIMO
      *CODIGO; CODIGO EXISTENTE = ALTERACAO, EM QUE CAMPO EM BRANCO
      *(OU ZERO) MANTEM O VALOR ATUAL. O VEICULO NOVO EXIGE PLACA E
      *CAPACIDADE EM KG.
       Manter-Veiculo SECTION.
           DISPLAY "CODIGO DO VEICULO (0=NOVO): "
           ACCEPT WS-VEICULO
           MOVE "N" TO WS-EXISTE
           IF WS-VEICULO = ZERO
               MOVE 999 TO VC-CODIGO
               START ACEVC KEY IS NOT GREATER VC-CODIGO
                   INVALID KEY
                       MOVE ZERO TO WS-VEICULO
                   NOT INVALID KEY
                       READ ACEVC PREVIOUS RECORD
                           AT END
                               MOVE ZERO TO WS-VEICULO
                           NOT AT END
                               MOVE VC-CODIGO TO WS-VEICULO
                       END-READ
               END-START
               ADD 1 TO WS-VEICULO
               MOVE "00" TO FS
           ELSE
               MOVE WS-VEICULO TO VC-CODIGO
               READ ACEVC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EXISTE
               END-READ
               MOVE "00" TO FS
           END-IF
           IF NOT JA-EXISTE
               MOVE SPACES     TO REG-VC
               MOVE WS-VEICULO TO VC-CODIGO
               MOVE ZERO       TO VC-CAP-KG VC-CAP-M3 VC-MOTORISTA
                                  VC-HODOMETRO
               MOVE "A"        TO VC-STATUS
               DISPLAY "VEICULO NOVO " WS-VEICULO
           ELSE
               DISPLAY "VEICULO " VC-CODIGO " " VC-PLACA " "
                       VC-DESCRICAO " SITUACAO " VC-STATUS
           END-IF
           DISPLAY "PLACA (" VC-PLACA "): "
           ACCEPT WS-PLACA
           INSPECT WS-PLACA CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PLACA NOT = SPACES
               MOVE WS-PLACA TO VC-PLACA
           END-IF
           DISPLAY "DESCRICAO (" VC-DESCRICAO "): "
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO NOT = SPACES
               MOVE WS-DESCRICAO TO VC-DESCRICAO
           END-IF
           DISPLAY "CAPACIDADE EM KG (" VC-CAP-KG "): "
           ACCEPT WS-CAP-KG
           IF WS-CAP-KG NOT = ZERO
               MOVE WS-CAP-KG TO VC-CAP-KG
           END-IF
           DISPLAY "VOLUME DO BAU EM M3 (" VC-CAP-M3 "): "
           ACCEPT WS-CAP-M3
           IF WS-CAP-M3 NOT = ZERO
               MOVE WS-CAP-M3 TO VC-CAP-M3
           END-IF
           PERFORM Pede-Motorista-Habitual
           IF JA-EXISTE
               DISPLAY "SITUACAO A=ATIVO M=EM MANUTENCAO I=INATIVO "
                       "(BRANCO=MANTEM): "
               ACCEPT WS-SITUACAO
               INSPECT WS-SITUACAO CONVERTING "ami" TO "AMI"
               IF WS-SITUACAO = "A" OR "M" OR "I"
                   MOVE WS-SITUACAO TO VC-STATUS
               END-IF
           END-IF
           IF VC-PLACA = SPACES
              OR VC-CAP-KG = ZERO
               DISPLAY "PLACA E CAPACIDADE SAO OBRIGATORIAS - "
                       "VEICULO NAO GRAVADO."
           ELSE
               IF JA-EXISTE
                   REWRITE REG-VC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O VEICULO."
                       NOT INVALID KEY
                           DISPLAY "VEICULO " VC-CODIGO " ALTERADO."
                           MOVE "ALT-VEIC" TO WS-Log-Funcao
                           MOVE VC-CODIGO  TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
               ELSE
                   WRITE REG-VC
                       INVALID KEY
                           DISPLAY "VEICULO " VC-CODIGO
                                   " JA CADASTRADO."
                       NOT INVALID KEY
                           DISPLAY "VEICULO " VC-CODIGO " GRAVADO."
                           MOVE "INCL-VEIC" TO WS-Log-Funcao
                           MOVE VC-CODIGO   TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-WRITE
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *PEDE-MOTORISTA-HABITUAL - ZERO MANTEM O ATUAL; 9999 TIRA O
      *MOTORISTA FIXO DO VEICULO. O MOTORISTA TEM DE ESTAR CADASTRADO.
       Pede-Motorista-Habitual SECTION.
           MOVE "N" TO WS-DADOS-OK
           PERFORM UNTIL DADOS-OK
               DISPLAY "MOTORISTA HABITUAL (" VC-MOTORISTA
                       "; 9999=NENHUM): "
               ACCEPT WS-MOTORISTA
               EVALUATE WS-MOTORISTA
                   WHEN ZERO
                       MOVE "S" TO WS-DADOS-OK
                   WHEN 9999
                       MOVE ZERO TO VC-MOTORISTA
                       MOVE "S" TO WS-DADOS-OK
                   WHEN OTHER
                       MOVE WS-MOTORISTA TO MO-CODIGO
                       READ ACEMO
                           INVALID KEY
                               DISPLAY "MOTORISTA NAO CADASTRADO."
                           NOT INVALID KEY
                               DISPLAY "MOTORISTA " MO-NOME
                               MOVE WS-MOTORISTA TO VC-MOTORISTA
                               MOVE "S" TO WS-DADOS-OK
                       END-READ
                       MOVE "00" TO FS
               END-EVALUATE
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *MANTER-MOTORISTA - MESMA REGRA DO VEICULO: ZERO = NOVO, CAMPO
      *EM BRANCO MANTEM O ATUAL NA ALTERACAO.
       Manter-Motorista SECTION.
           DISPLAY "CODIGO DO MOTORISTA (0=NOVO): "
           ACCEPT WS-MOTORISTA
           MOVE "N" TO WS-EXISTE
           IF WS-MOTORISTA = ZERO
               MOVE 9999 TO MO-CODIGO
               START ACEMO KEY IS NOT GREATER MO-CODIGO
                   INVALID KEY
                       MOVE ZERO TO WS-MOTORISTA
                   NOT INVALID KEY
                       READ ACEMO PREVIOUS RECORD
                           AT END
                               MOVE ZERO TO WS-MOTORISTA
                           NOT AT END
                               MOVE MO-CODIGO TO WS-MOTORISTA
                       END-READ
               END-START
               ADD 1 TO WS-MOTORISTA
               MOVE "00" TO FS
           ELSE
               MOVE WS-MOTORISTA TO MO-CODIGO
               READ ACEMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EXISTE
               END-READ
               MOVE "00" TO FS
           END-IF
           IF NOT JA-EXISTE
               MOVE SPACES       TO REG-MO
               MOVE WS-MOTORISTA TO MO-CODIGO
               MOVE "A"          TO MO-STATUS
               DISPLAY "MOTORISTA NOVO " WS-MOTORISTA
           ELSE
               DISPLAY "MOTORISTA " MO-CODIGO " " MO-NOME
                       " SITUACAO " MO-STATUS
           END-IF
           DISPLAY "NOME (" MO-NOME "): "
           ACCEPT WS-NOME
           IF WS-NOME NOT = SPACES
               MOVE WS-NOME TO MO-NOME
           END-IF
           DISPLAY "CARTEIRA DE HABILITACAO (" MO-CNH "): "
           ACCEPT WS-CNH
           IF WS-CNH NOT = SPACES
               MOVE WS-CNH TO MO-CNH
           END-IF
           IF JA-EXISTE
               DISPLAY "SITUACAO A=ATIVO I=INATIVO (BRANCO=MANTEM): "
               ACCEPT WS-SITUACAO
               INSPECT WS-SITUACAO CONVERTING "ai" TO "AI"
               IF WS-SITUACAO = "A" OR "I"
                   MOVE WS-SITUACAO TO MO-STATUS
               END-IF
           END-IF
           IF MO-NOME = SPACES
               DISPLAY "NOME EM BRANCO - MOTORISTA NAO GRAVADO."
           ELSE
               IF JA-EXISTE
                   REWRITE REG-MO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O MOTORISTA."
                       NOT INVALID KEY
                           DISPLAY "MOTORISTA " MO-CODIGO " ALTERADO."
                           MOVE "ALT-MOTOR" TO WS-Log-Funcao
                           MOVE MO-CODIGO   TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
               ELSE
                   WRITE REG-MO
                       INVALID KEY
                           DISPLAY "MOTORISTA " MO-CODIGO
                                   " JA CADASTRADO."
                       NOT INVALID KEY
                           DISPLAY "MOTORISTA " MO-CODIGO " GRAVADO."
                           MOVE "INCL-MOTOR" TO WS-Log-Funcao
                           MOVE MO-CODIGO    TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-WRITE
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Listar-Frota SECTION.
           MOVE "N" TO WS-FIM-LISTA
           MOVE ZEROS TO VC-CODIGO
           START ACEVC KEY IS NOT LESS VC-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEVC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       DISPLAY "VEICULO " VC-CODIGO " " VC-PLACA " "
                               VC-DESCRICAO " KG " VC-CAP-KG
                               " M3 " VC-CAP-M3 " MOT. " VC-MOTORISTA
                               " KM " VC-HODOMETRO " " VC-STATUS
               END-READ
           END-PERFORM
           MOVE "N" TO WS-FIM-LISTA
           MOVE ZEROS TO MO-CODIGO
           START ACEMO KEY IS NOT LESS MO-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEMO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       DISPLAY "MOTORISTA " MO-CODIGO " " MO-NOME
                               " CNH " MO-CNH " " MO-STATUS
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *RETORNO-VIAGEM - O ROMANEIO NA RUA VOLTA COM O HODOMETRO (NAO
      *MENOR QUE O DA SAIDA) E O COMBUSTIVEL ABASTECIDO NA VIAGEM; O
      *HODOMETRO DO VEICULO PASSA A SER O DO RETORNO. CARGA DE
      *TRANSPORTADORA SO MUDA DE SITUACAO.
       Retorno-Viagem SECTION.
           PERFORM Le-Romaneio
           IF DADOS-OK
               IF NOT MF-NA-RUA
                   DISPLAY "ROMANEIO NAO ESTA NA RUA - SITUACAO "
                           MF-SITUACAO "."
               ELSE
                   IF MF-VEICULO NOT = ZERO
                       PERFORM Pede-Dados-Retorno
                   END-IF
                   MOVE WS-DATA-HOJE TO MF-DT-RETORNO
                   MOVE "R"          TO MF-SITUACAO
                   REWRITE REG-MF
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O ROMANEIO."
                       NOT INVALID KEY
                           DISPLAY "RETORNO DO ROMANEIO " MF-NUM
                                   " REGISTRADO."
                           MOVE "RET-VIAGEM" TO WS-Log-Funcao
                           MOVE MF-NUM       TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           PERFORM Atualiza-Hodometro
                   END-REWRITE
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Le-Romaneio SECTION.
           MOVE "N" TO WS-DADOS-OK
           DISPLAY "NUMERO DO ROMANEIO: "
           ACCEPT WS-NUM-ROMANEIO
           MOVE WS-NUM-ROMANEIO TO MF-NUM
           READ ACEMF
               INVALID KEY
                   DISPLAY "ROMANEIO NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-DADOS-OK
                   DISPLAY "ROMANEIO " MF-NUM " DE " MF-DATA
                           " VEICULO " MF-VEICULO " MOTORISTA "
                           MF-MOTORISTA " NOTAS " MF-NOTAS
                           " KM SAIDA " MF-KM-SAIDA
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Pede-Dados-Retorno SECTION.
           MOVE ZERO TO WS-KM-RETORNO
           PERFORM UNTIL WS-KM-RETORNO NOT LESS MF-KM-SAIDA
                        AND WS-KM-RETORNO NOT = ZERO
               DISPLAY "HODOMETRO NO RETORNO: "
               ACCEPT WS-KM-RETORNO
               IF WS-KM-RETORNO < MF-KM-SAIDA
                   DISPLAY "HODOMETRO MENOR QUE O DA SAIDA."
               END-IF
           END-PERFORM
           DISPLAY "LITROS ABASTECIDOS NA VIAGEM: "
           ACCEPT WS-LITROS
           DISPLAY "VALOR DO COMBUSTIVEL (R$): "
           ACCEPT WS-VALOR-COMB
           MOVE WS-KM-RETORNO TO MF-KM-RETORNO
           MOVE WS-LITROS     TO MF-LITROS
           MOVE WS-VALOR-COMB TO MF-VALOR-COMB
           .

      *---------------------------------------------------------------*

       Atualiza-Hodometro SECTION.
           IF MF-VEICULO NOT = ZERO
               MOVE MF-VEICULO TO VC-CODIGO
               READ ACEVC
                   NOT INVALID KEY
                       IF MF-KM-RETORNO > VC-HODOMETRO
                           MOVE MF-KM-RETORNO TO VC-HODOMETRO
                           REWRITE REG-VC
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR O VEICULO."
                           END-REWRITE
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *CANCELAR-ROMANEIO - SO O ROMANEIO NA RUA CUJAS NOTAS AINDA
      *ESTAO "SAIU PARA ENTREGA" (NENHUM CANHOTO OU RECUSA LANCADO EM
      *ENTREGA). AS NOTAS VOLTAM A AGUARDAR SAIDA E ENTRAM NA PROXIMA
      *CARGA.
       Cancelar-Romaneio SECTION.
           IF NOT ACE14-DISPONIVEL
               DISPLAY "ARQUIVO DE NOTAS (ACE14) NAO DISPONIVEL."
           ELSE
               PERFORM Le-Romaneio
               IF DADOS-OK
                   IF NOT MF-NA-RUA
                       DISPLAY "SO ROMANEIO NA RUA PODE SER "
                               "CANCELADO - SITUACAO " MF-SITUACAO "."
                   ELSE
                       MOVE ZERO TO WS-PENDENCIAS
                       MOVE "C" TO WS-SITUACAO
                       PERFORM Percorre-Notas-Romaneio
                       IF WS-PENDENCIAS NOT = ZERO
                           DISPLAY WS-PENDENCIAS " NOTA(S) JA COM "
                                   "ENTREGA LANCADA - ROMANEIO NAO "
                                   "CANCELADO."
                       ELSE
                           PERFORM Confirma-Cancelamento
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confirma-Cancelamento SECTION.
           DISPLAY "CANCELAR O ROMANEIO " MF-NUM " (S/N)? "
           ACCEPT WS-DECISAO
           IF WS-DECISAO = "S" OR "s"
               MOVE "V" TO WS-SITUACAO
               PERFORM Percorre-Notas-Romaneio
               MOVE WS-NUM-ROMANEIO TO MF-NUM
               READ ACEMF
                   NOT INVALID KEY
                       MOVE "C" TO MF-SITUACAO
                       REWRITE REG-MF
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O ROMANEIO."
                       END-REWRITE
               END-READ
               MOVE "CANC-ROMAN"    TO WS-Log-Funcao
               MOVE WS-NUM-ROMANEIO TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "ROMANEIO " WS-NUM-ROMANEIO " CANCELADO - AS "
                       "NOTAS VOLTARAM A AGUARDAR SAIDA."
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *PERCORRE-NOTAS-ROMANEIO - WS-SITUACAO "C" SO CONFERE (CONTA EM
      *WS-PENDENCIAS AS NOTAS QUE NAO ESTAO MAIS "R"); "V" DEVOLVE AS
      *NOTAS A SITUACAO DE AGUARDANDO SAIDA.
       Percorre-Notas-Romaneio SECTION.
           MOVE "N" TO WS-FIM-LISTA
           MOVE WS-NUM-ROMANEIO TO MN-NUM
           MOVE ZERO            TO MN-SEQ
           START ACEMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEMN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF MN-NUM NOT = WS-NUM-ROMANEIO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           PERFORM Trata-Nota-Romaneio
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Trata-Nota-Romaneio SECTION.
           MOVE MN-NF TO NF-NUM
           READ ACE14
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-SITUACAO = "C"
                       IF NOT ENT-EM-ROTA
                           ADD 1 TO WS-PENDENCIAS
                           DISPLAY "NOTA " NF-NUM " COM SITUACAO DE "
                                   "ENTREGA " ENTSTAT-14
                       END-IF
                   ELSE
                       MOVE SPACE        TO ENTSTAT-14
                       MOVE WS-DATA-HOJE TO ENTDATA-14
                       REWRITE REG-14
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A NOTA " NF-NUM
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *RELATORIO-MENSAL - POR VEICULO, AS VIAGENS QUE SAIRAM NO MES
      *(ROMANEIO NAO CANCELADO): QUANTIDADE, KM RODADO (SO AS QUE JA
      *VOLTARAM), KG DA CARGA E COMBUSTIVEL, MAIS AS PECAS DE
      *MANUTENCAO (CLASSE V) ATENDIDAS NO MES PARA O VEICULO, AO
      *CUSTO MEDIO DA SAIDA. CUSTO POR KG = (COMBUSTIVEL + PECAS) \
      *KG. AS CARGAS DE TRANSPORTADORA SAEM NUMA LINHA A PARTE.
       Relatorio-Mensal SECTION.
           DISPLAY "MES DO RELATORIO (AAAAMM): "
           ACCEPT WS-MES-RELATORIO
           INITIALIZE WS-TAB-FROTA
           PERFORM Soma-Viagens
           IF ACERQ-DISPONIVEL
               PERFORM Soma-Manutencao
           END-IF
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB
           ADD 1 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-LISTA
           MOVE ZEROS TO VC-CODIGO
           START ACEVC KEY IS NOT LESS VC-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEVC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       MOVE VC-CODIGO TO WS-VX
                       MOVE VC-CODIGO TO LVC-CODIGO
                       MOVE VC-PLACA  TO LVC-PLACA
                       PERFORM Imprime-Linha-Frota
               END-READ
           END-PERFORM
           MOVE 1000 TO WS-VX
           IF FR-VIAGENS(WS-VX) NOT = ZERO
               MOVE ZERO      TO LVC-CODIGO
               MOVE "TRANSP." TO LVC-PLACA
               PERFORM Imprime-Linha-Frota
           END-IF
           MOVE "00" TO FS
           DISPLAY "RELATORIO MENSAL DA FROTA EMITIDO."
           .

      *---------------------------------------------------------------*

       Soma-Viagens SECTION.
           MOVE "N" TO WS-FIM-LISTA
           MOVE ZEROS TO MF-NUM
           START ACEMF KEY IS NOT LESS MF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEMF NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF MF-DATA(1:6) = WS-MES-RELATORIO
                          AND NOT MF-CANCELADO
                           PERFORM Soma-Viagem
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Soma-Viagem SECTION.
           IF MF-VEICULO = ZERO
               MOVE 1000 TO WS-VX
           ELSE
               MOVE MF-VEICULO TO WS-VX
           END-IF
           ADD 1       TO FR-VIAGENS(WS-VX)
           ADD MF-PESO TO FR-KG(WS-VX)
           IF NOT MF-NA-RUA
              AND MF-KM-RETORNO > MF-KM-SAIDA
               COMPUTE WS-KM-VIAGEM = MF-KM-RETORNO - MF-KM-SAIDA
               ADD WS-KM-VIAGEM  TO FR-KM(WS-VX)
               ADD MF-VALOR-COMB TO FR-COMB(WS-VX)
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Manutencao SECTION.
           MOVE "N" TO WS-FIM-LISTA
           MOVE ZEROS TO RQ-CHAVE
           START ACERQ KEY IS NOT LESS RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACERQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF RQ-ATENDIDA
                          AND RQ-CLASSE = "V"
                          AND RQ-VEICULO NUMERIC
                          AND RQ-VEICULO NOT = ZERO
                          AND RQ-DT-BAIXA(1:6) = WS-MES-RELATORIO
                           MOVE RQ-VEICULO TO WS-VX
                           ADD RQ-VALOR TO FR-MANUT(WS-VX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Frota SECTION.
           MOVE FR-VIAGENS(WS-VX) TO LVC-VIAGENS
           MOVE FR-KM(WS-VX)      TO LVC-KM
           MOVE FR-KG(WS-VX)      TO LVC-KG
           MOVE FR-COMB(WS-VX)    TO LVC-COMB
           COMPUTE LVC-MANUT = FR-MANUT(WS-VX) / 100
           IF FR-KG(WS-VX) = ZERO
               MOVE ZERO TO LVC-CUSTO-KG
           ELSE
               COMPUTE WS-CUSTO = FR-COMB(WS-VX)
                                + FR-MANUT(WS-VX) / 100
               COMPUTE LVC-CUSTO-KG ROUNDED = WS-CUSTO / FR-KG(WS-VX)
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-VEIC
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEVC ACEMO ACEMF ACEMN Arquivo-Log RELATO
           IF ACE14-DISPONIVEL
               CLOSE ACE14
           END-IF
           IF ACERQ-DISPONIVEL
               CLOSE ACERQ
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
