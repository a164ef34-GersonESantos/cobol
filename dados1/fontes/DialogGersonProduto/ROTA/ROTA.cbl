000010*ROTA-MANUTENCAO DAS ROTAS DE ENTREGA DA FROTA PROPRIA          *
000020*(ACERO\ACERS). CADA ROTA TEM OS DIAS DA SEMANA EM QUE O        *
000030*CAMINHAO SAI E O HORARIO DE CORTE DOS PEDIDOS, E AGRUPA AS     *
000040*CIDADES DE Arquivo-Cidade NA ORDEM DE PARADA DO MOTORISTA (UMA *
000050*CIDADE PERTENCE A UMA ROTA SO). INCLUIR E ALTERAR ROTA,        *
000060*INATIVAR\REATIVAR, INCLUIR E EXCLUIR PARADA E LISTAR A ROTA    *
000070*COM AS CIDADES. PEDVEN CALCULA A DATA PROMETIDA PELA ROTA      *
000080*(CPYROPG) E O ROMANEIO MONTA A CARGA POR ROTA E DATA. EXIGE    *
000090*NIVEL DE MANUTENCAO E TUDO FICA NO LOG.                        *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ROTA.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150 COPY "C:\Repo2024\cobol\dados1\book\SELRO".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELRS".
000170     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000180            ORGANIZATION IS INDEXED
000190            ACCESS MODE  IS DYNAMIC
000200            RECORD KEY   IS Cid-Codigo
000210            FILE STATUS  IS FS-CID.
000220 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000240 DATA DIVISION.
000250 FILE SECTION.
000260 COPY "C:\Repo2024\cobol\dados1\book\FDRO".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDRS".
000280 FD Arquivo-Cidade.
000290 01 Registro-Cidade.
000300   02 Cid-Codigo         Pic 9(05).
000310   02 Cidade             Pic x(30).
000320   02 DDD-Cidade         Pic 9(04).
000330   02 Cid-Cod-Municipio  Pic 9(07).
000340   02 Cid-Estado         Pic x(02).
000350   02 Cid-CEP            Pic 9(08).
000360   02 Cid-Status         Pic x(01).
000370      88 Cid-Status-Ativa    value "A".
000380      88 Cid-Status-Inativa  value "I".
000390   02 Cid-Versao         Pic 9(14).
000400 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000420 WORKING-STORAGE SECTION.
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  FS-CID                PIC X(02) VALUE "00".

       01  WS-FIM-ROTA           PIC X(01) VALUE "N".
           88  FIM-ROTA          VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".
       01  WS-DIAS-OK            PIC X(01).
           88  DIAS-OK           VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-ROTA               PIC 9(03).
       01  WS-CIDADE             PIC 9(05).
       01  WS-SEQ                PIC 9(03).
       01  WS-ULTIMA-SEQ         PIC 9(03).
       01  WS-NOME               PIC X(30).
       01  WS-DIAS               PIC X(07).
       01  WS-CORTE              PIC 9(04).
       01  WS-CORTE-R REDEFINES WS-CORTE.
           03  WS-CORTE-HH       PIC 9(02).
           03  WS-CORTE-MM       PIC 9(02).
       01  WS-IX                 PIC 9(01) COMP.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-ROTA
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "ROTA - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-ROTA
           END-IF
           OPEN I-O ACERO
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERO
               CLOSE ACERO
               OPEN I-O ACERO
           END-IF
           OPEN I-O ACERS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERS
               CLOSE ACERS
               OPEN I-O ACERS
           END-IF
           OPEN INPUT Arquivo-Cidade
           OPEN EXTEND Arquivo-Log
           MOVE "ROTA" TO WS-Log-Programa
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "ROTA - 1=INCLUIR ROTA 2=ALTERAR ROTA "
                   "3=INCLUIR CIDADE 4=EXCLUIR CIDADE 5=LISTAR "
                   "6=INATIVAR\REATIVAR 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Incluir-Rota
               WHEN 2
                   PERFORM Alterar-Rota
               WHEN 3
                   PERFORM Incluir-Parada
               WHEN 4
                   PERFORM Excluir-Parada
               WHEN 5
                   PERFORM Listar-Rota
               WHEN 6
                   PERFORM Situacao-Rota
               WHEN 0
                   MOVE "S" TO WS-FIM-ROTA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *INCLUIR-ROTA - CODIGO ZERO = PROXIMO A PARTIR DA ULTIMA ROTA
      *GRAVADA, COMO A SEQUENCIA DE PEDIDOS.
       Incluir-Rota SECTION.
           DISPLAY "CODIGO DA ROTA (0=PROXIMO): "
           ACCEPT WS-ROTA
           IF WS-ROTA = ZERO
               MOVE 999 TO RO-CODIGO
               START ACERO KEY IS NOT GREATER RO-CODIGO
                   INVALID KEY
                       MOVE ZERO TO WS-ROTA
                   NOT INVALID KEY
                       READ ACERO PREVIOUS RECORD
                           AT END
                               MOVE ZERO TO WS-ROTA
                           NOT AT END
                               MOVE RO-CODIGO TO WS-ROTA
                       END-READ
               END-START
               ADD 1 TO WS-ROTA
               MOVE "00" TO FS
           END-IF
           DISPLAY "NOME DA ROTA: "
           ACCEPT WS-NOME
           PERFORM Pede-Dias-Corte
           IF WS-NOME = SPACES
               DISPLAY "NOME EM BRANCO - ROTA NAO GRAVADA."
           ELSE
           IF NOT DIAS-OK
               DISPLAY "DIAS OU HORARIO INVALIDOS - ROTA NAO GRAVADA."
           ELSE
               MOVE SPACES   TO REG-RO
               MOVE WS-ROTA  TO RO-CODIGO
               MOVE WS-NOME  TO RO-NOME
               MOVE WS-DIAS  TO RO-DIAS-R
               MOVE WS-CORTE TO RO-CORTE
               MOVE "A"      TO RO-STATUS
               WRITE REG-RO
                   INVALID KEY
                       DISPLAY "ROTA " WS-ROTA " JA CADASTRADA."
                   NOT INVALID KEY
                       DISPLAY "ROTA " WS-ROTA " GRAVADA."
                       MOVE "INCL-ROTA" TO WS-Log-Funcao
                       MOVE RO-CODIGO   TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-WRITE
               MOVE "00" TO FS
           END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PEDE-DIAS-CORTE - DIAS DA SEMANA (7 POSICOES, DOMINGO A
      *SABADO, S = A ROTA SAI) E HORARIO DE CORTE HHMM (ZERO = SEM
      *CORTE). PELO MENOS UM DIA TEM DE ESTAR MARCADO.
       Pede-Dias-Corte SECTION.
           DISPLAY "DIAS DA ROTA, DOMINGO A SABADO (S=SAI, N=NAO; "
                   "EX.: NSNSNSN): "
           ACCEPT WS-DIAS
           INSPECT WS-DIAS CONVERTING "sn" TO "SN"
           DISPLAY "HORARIO DE CORTE DOS PEDIDOS (HHMM, 0=SEM "
                   "CORTE): "
           ACCEPT WS-CORTE
           MOVE "S" TO WS-DIAS-OK
           IF WS-DIAS NOT = SPACES
               IF WS-DIAS = ALL "N"
                   MOVE "N" TO WS-DIAS-OK
               END-IF
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
                   IF WS-DIAS(WS-IX:1) NOT = "S" AND "N"
                       MOVE "N" TO WS-DIAS-OK
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO WS-DIAS-OK
           END-IF
           IF WS-CORTE-HH > 23 OR WS-CORTE-MM > 59
               MOVE "N" TO WS-DIAS-OK
           END-IF
           .

      *---------------------------------------------------------------*

       Alterar-Rota SECTION.
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT WS-ROTA
           MOVE WS-ROTA TO RO-CODIGO
           READ ACERO
               INVALID KEY
                   DISPLAY "ROTA NAO CADASTRADA."
               NOT INVALID KEY
                   DISPLAY "ROTA " RO-CODIGO " " RO-NOME
                           " DIAS " RO-DIAS-R " CORTE " RO-CORTE
                   DISPLAY "NOVO NOME (BRANCO = MANTEM): "
                   ACCEPT WS-NOME
                   PERFORM Pede-Dias-Corte
                   IF NOT DIAS-OK
                       DISPLAY "DIAS OU HORARIO INVALIDOS - ROTA NAO "
                               "ALTERADA."
                   ELSE
                       IF WS-NOME NOT = SPACES
                           MOVE WS-NOME TO RO-NOME
                       END-IF
                       MOVE WS-DIAS  TO RO-DIAS-R
                       MOVE WS-CORTE TO RO-CORTE
                       REWRITE REG-RO
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR A ROTA."
                           NOT INVALID KEY
                               MOVE "ALT-ROTA" TO WS-Log-Funcao
                               MOVE RO-CODIGO  TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *SITUACAO-ROTA - ROTA INATIVA DEIXA DE PROMETER DATA (AS
      *CIDADES FICAM CADASTRADAS PARA A VOLTA DA ROTA).
       Situacao-Rota SECTION.
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT WS-ROTA
           MOVE WS-ROTA TO RO-CODIGO
           READ ACERO
               INVALID KEY
                   DISPLAY "ROTA NAO CADASTRADA."
               NOT INVALID KEY
                   IF ROTA-ATIVA
                       MOVE "I" TO RO-STATUS
                   ELSE
                       MOVE "A" TO RO-STATUS
                   END-IF
                   REWRITE REG-RO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A ROTA."
                       NOT INVALID KEY
                           DISPLAY "ROTA " RO-CODIGO " AGORA "
                                   RO-STATUS
                           MOVE "SIT-ROTA" TO WS-Log-Funcao
                           MOVE RO-CODIGO  TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *INCLUIR-PARADA - A CIDADE TEM DE EXISTIR ATIVA EM
      *Arquivo-Cidade E NAO PODE ESTAR EM OUTRA ROTA; SEQUENCIA ZERO
      *= DEPOIS DA ULTIMA PARADA.
       Incluir-Parada SECTION.
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT WS-ROTA
           MOVE WS-ROTA TO RO-CODIGO
           READ ACERO
               INVALID KEY
                   DISPLAY "ROTA NAO CADASTRADA."
               NOT INVALID KEY
                   DISPLAY "ROTA: " RO-NOME
                   PERFORM Grava-Parada
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Parada SECTION.
           DISPLAY "CIDADE: "
           ACCEPT WS-CIDADE
           MOVE WS-CIDADE TO Cid-Codigo
           READ Arquivo-Cidade
               INVALID KEY
                   MOVE "I" TO Cid-Status
                   MOVE "CIDADE NAO CADASTRADA" TO Cidade
           END-READ
           MOVE WS-CIDADE TO RS-CIDADE
           READ ACERS KEY IS RS-CIDADE
               INVALID KEY
                   MOVE ZERO TO RS-ROTA
           END-READ
           MOVE "00" TO FS
           IF NOT Cid-Status-Ativa
               DISPLAY "CIDADE INEXISTENTE OU INATIVA."
           ELSE
           IF RS-ROTA NOT = ZERO
               DISPLAY "CIDADE JA ESTA NA ROTA " RS-ROTA
                       " PARADA " RS-SEQ "."
           ELSE
               DISPLAY "CIDADE: " Cidade
               DISPLAY "SEQUENCIA DE PARADA (0=NO FIM): "
               ACCEPT WS-SEQ
               IF WS-SEQ = ZERO
                   PERFORM Ultima-Parada
                   COMPUTE WS-SEQ = WS-ULTIMA-SEQ + 1
               END-IF
               MOVE SPACES    TO REG-RS
               MOVE WS-ROTA   TO RS-ROTA
               MOVE WS-SEQ    TO RS-SEQ
               MOVE WS-CIDADE TO RS-CIDADE
               WRITE REG-RS
                   INVALID KEY
                       DISPLAY "PARADA " WS-SEQ " JA OCUPADA - EXCLUA "
                               "OU ESCOLHA OUTRA."
                   NOT INVALID KEY
                       MOVE "INCL-PARADA" TO WS-Log-Funcao
                       MOVE RS-CHAVE      TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-WRITE
               MOVE "00" TO FS
           END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Ultima-Parada SECTION.
           MOVE ZERO TO WS-ULTIMA-SEQ
           MOVE "N" TO WS-FIM-LISTA
           MOVE WS-ROTA TO RS-ROTA
           MOVE ZEROS   TO RS-SEQ
           START ACERS KEY IS NOT LESS RS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACERS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF RS-ROTA NOT = WS-ROTA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           MOVE RS-SEQ TO WS-ULTIMA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Excluir-Parada SECTION.
           DISPLAY "CIDADE A TIRAR DA ROTA: "
           ACCEPT WS-CIDADE
           MOVE WS-CIDADE TO RS-CIDADE
           READ ACERS KEY IS RS-CIDADE
               INVALID KEY
                   DISPLAY "CIDADE NAO ESTA EM NENHUMA ROTA."
               NOT INVALID KEY
                   DELETE ACERS RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR A PARADA."
                       NOT INVALID KEY
                           DISPLAY "CIDADE RETIRADA DA ROTA " RS-ROTA
                           MOVE "EXCL-PARADA" TO WS-Log-Funcao
                           MOVE RS-CHAVE      TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-DELETE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Listar-Rota SECTION.
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT WS-ROTA
           MOVE WS-ROTA TO RO-CODIGO
           READ ACERO
               INVALID KEY
                   DISPLAY "ROTA NAO CADASTRADA."
               NOT INVALID KEY
                   DISPLAY "ROTA " RO-CODIGO " " RO-NOME " "
                           RO-STATUS
                   DISPLAY "DIAS (DOM-SAB) " RO-DIAS-R
                           " CORTE " RO-CORTE
                   PERFORM Lista-Paradas
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Lista-Paradas SECTION.
           MOVE "N" TO WS-FIM-LISTA
           MOVE WS-ROTA TO RS-ROTA
           MOVE ZEROS   TO RS-SEQ
           START ACERS KEY IS NOT LESS RS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACERS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF RS-ROTA NOT = WS-ROTA
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           MOVE RS-CIDADE TO Cid-Codigo
                           READ Arquivo-Cidade
                               INVALID KEY
                                   MOVE "CIDADE NAO CADASTRADA"
                                       TO Cidade
                                   MOVE SPACES TO Cid-Estado
                           END-READ
                           DISPLAY "  " RS-SEQ " " RS-CIDADE " "
                                   Cidade " " Cid-Estado
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACERO ACERS Arquivo-Cidade Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
