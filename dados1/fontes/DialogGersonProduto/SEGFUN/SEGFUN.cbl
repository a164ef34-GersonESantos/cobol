000010*SEGFUN-MANUTENCAO DA TABELA DE SEGREGACAO DE FUNCOES (ACESD),  *
000020*NO MOLDE DE MOTPERD: INCLUIR\ALTERAR, LISTAR,                  *
000030*INATIVAR\REATIVAR, MAIS A CARGA DOS PARES PADRAO DE CPYSDWS.   *
000040*CADA PAR DIZ QUAIS DUAS FUNCOES DO LOG DE OPERACOES O MESMO    *
000050*OPERADOR NAO PODE FAZER NO MESMO DOCUMENTO; BAIXA, INSPECAO,   *
000060*CTAPAG, PAGBAN, PROPMIN E JRNREC RECUSAM O PAR ATIVO (SALVO    *
000070*LIBERACAO DO DONO) E AUDSEG LISTA OS CASOS PASSADOS. A TABELA  *
000080*E UNICA PARA TODAS AS EMPRESAS. RESTRITO A SUPERVISOR; TODA    *
000090*OPERACAO VAI PARA O LOG.                                       *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SEGFUN.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150 COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000170 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000180 DATA DIVISION.
000190 FILE SECTION.
000200 COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000210 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000220 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000230 WORKING-STORAGE SECTION.
000240 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000250 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000260 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000270 COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".

       01  FS                    PIC X(02) VALUE "00".

       01  WS-FIM-SEGFUN         PIC X(01) VALUE "N".
           88  FIM-SEGFUN        VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-FUNCAO-A           PIC X(10).
       01  WS-FUNCAO-B           PIC X(10).
       01  WS-PAR-OK             PIC X(01).
           88  PAR-OK            VALUE "S".
       01  WS-QTD-GRAVADOS       PIC 9(03).
       01  WS-TABELA-NOVA        PIC X(01) VALUE "N".

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-SEGFUN
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Supervisor
               DISPLAY "SEGFUN - FUNCAO RESTRITA A SUPERVISOR "
                       "(NIVEL 3). ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-SEGFUN
           ELSE
               OPEN I-O ACESD
               IF FS = "05" OR "35"
                   OPEN OUTPUT ACESD
                   CLOSE ACESD
                   OPEN I-O ACESD
                   MOVE "S" TO WS-TABELA-NOVA
               END-IF
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "SEGFUN" TO WS-Log-Programa
      *A TABELA CRIADA AGORA JA NASCE COM OS PARES PADRAO, PARA O
      *SUPERVISOR AJUSTAR.
           IF WS-TABELA-NOVA = "S"
               PERFORM Carrega-Padrao
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "SEGFUN - 1=INCLUIR/ALTERAR 2=LISTAR 3=INATIVAR "
                   "4=REATIVAR 5=CARREGAR PADRAO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gravar-Par
               WHEN 2
                   PERFORM Listar-Pares
               WHEN 3
                   PERFORM Muda-Status
               WHEN 4
                   PERFORM Muda-Status
               WHEN 5
                   PERFORM Carrega-Padrao
               WHEN 0
                   MOVE "S" TO WS-FIM-SEGFUN
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Le-Funcoes SECTION.
           MOVE "N" TO WS-PAR-OK
           DISPLAY "PRIMEIRA FUNCAO (LOG-FUNCAO, EX.: LANCA-PAG): "
           MOVE SPACES TO WS-FUNCAO-A
           ACCEPT WS-FUNCAO-A
           DISPLAY "SEGUNDA FUNCAO (EX.: BAIXA-PGTO): "
           MOVE SPACES TO WS-FUNCAO-B
           ACCEPT WS-FUNCAO-B
           MOVE FUNCTION UPPER-CASE(WS-FUNCAO-A) TO WS-FUNCAO-A
           MOVE FUNCTION UPPER-CASE(WS-FUNCAO-B) TO WS-FUNCAO-B
           IF WS-FUNCAO-A = SPACES OR WS-FUNCAO-B = SPACES
               DISPLAY "FUNCAO EM BRANCO NAO E PERMITIDA."
           ELSE
               IF WS-FUNCAO-A = WS-FUNCAO-B
                   DISPLAY "AS DUAS FUNCOES DO PAR SAO IGUAIS."
               ELSE
                   MOVE "S" TO WS-PAR-OK
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PROCURA-PAR - O PAR VALE NAS DUAS ORDENS: SE JA EXISTE GRAVADO
      *AO CONTRARIO (B\A), A ALTERACAO VAI NELE E NAO NASCE OUTRO.
       Procura-Par SECTION.
           MOVE WS-FUNCAO-B TO SD-FUNCAO-A
           MOVE WS-FUNCAO-A TO SD-FUNCAO-B
           READ ACESD
               INVALID KEY
                   MOVE WS-FUNCAO-A TO SD-FUNCAO-A
                   MOVE WS-FUNCAO-B TO SD-FUNCAO-B
                   READ ACESD
                       INVALID KEY
                           MOVE "N" TO WS-PAR-OK
                   END-READ
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Gravar-Par SECTION.
           PERFORM Le-Funcoes
           IF PAR-OK
               PERFORM Procura-Par
               IF PAR-OK
                   DISPLAY "PAR JA CADASTRADO: " SD-DESC
                           " LOG " SD-LOG " SITUACAO " SD-STATUS
               ELSE
                   INITIALIZE REG-SD
                   MOVE WS-FUNCAO-A TO SD-FUNCAO-A
                   MOVE WS-FUNCAO-B TO SD-FUNCAO-B
               END-IF
               DISPLAY "DESCRICAO: "
               ACCEPT SD-DESC
               DISPLAY "AS DUAS FUNCOES GRAVAM A MESMA CHAVE NO LOG "
                       "(S=AUDITAR PELO LOG N=PELO ARQUIVO): "
               ACCEPT SD-LOG
               IF SD-LOG = "s"
                   MOVE "S" TO SD-LOG
               END-IF
               IF NOT SD-AUDITA-LOG
                   MOVE "N" TO SD-LOG
               END-IF
               MOVE "A" TO SD-STATUS
               WRITE REG-SD
                   INVALID KEY
                       REWRITE REG-SD
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR PAR."
                       END-REWRITE
               END-WRITE
               MOVE "GRAVA-SD"  TO WS-Log-Funcao
               MOVE SD-CHAVE    TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Listar-Pares SECTION.
           MOVE LOW-VALUES TO SD-CHAVE
           START ACESD KEY IS NOT LESS SD-CHAVE
               INVALID KEY
                   DISPLAY "TABELA VAZIA."
               NOT INVALID KEY
                   PERFORM UNTIL FS NOT = "00"
                       READ ACESD NEXT RECORD
                           AT END
                               MOVE "10" TO FS
                           NOT AT END
                               DISPLAY SD-FUNCAO-A " " SD-FUNCAO-B
                                       " " SD-DESC " " SD-LOG
                                       " " SD-STATUS
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *MUDA-STATUS - INATIVAR DEIXA DE CONFERIR E DE AUDITAR O PAR SEM
      *APAGA-LO (COMO MT-STATUS); REATIVAR VOLTA A VALER NA PROXIMA
      *EXECUCAO DE CADA PROGRAMA.
       Muda-Status SECTION.
           PERFORM Le-Funcoes
           IF PAR-OK
               PERFORM Procura-Par
           END-IF
           IF NOT PAR-OK
               DISPLAY "PAR NAO CADASTRADO."
           ELSE
               IF WS-OPCAO = 3
                   MOVE "I" TO SD-STATUS
                   MOVE "INAT-SD" TO WS-Log-Funcao
               ELSE
                   MOVE "A" TO SD-STATUS
                   MOVE "REAT-SD" TO WS-Log-Funcao
               END-IF
               REWRITE REG-SD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PAR."
                   NOT INVALID KEY
                       MOVE SD-CHAVE TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-REWRITE
           END-IF
           .

      *---------------------------------------------------------------*
      *CARREGA-PADRAO - GRAVA OS PARES PADRAO DE CPYSDWS QUE AINDA NAO
      *ESTAO NA TABELA (EM QUALQUER ORDEM); PAR JA GRAVADO, ATIVO OU
      *INATIVO, FICA COMO O SUPERVISOR DEIXOU.
       Carrega-Padrao SECTION.
           MOVE ZERO TO WS-QTD-GRAVADOS
           PERFORM VARYING WS-Sd-Ix FROM 1 BY 1
                   UNTIL WS-Sd-Ix > Tl-Sd-Padrao
               MOVE WS-Sd-Padrao-Par(WS-Sd-Ix) TO WS-Sd-Par(1)
               MOVE WS-Sd-Func-A(1) TO WS-FUNCAO-A
               MOVE WS-Sd-Func-B(1) TO WS-FUNCAO-B
               MOVE "S" TO WS-PAR-OK
               PERFORM Procura-Par
               IF NOT PAR-OK
                   INITIALIZE REG-SD
                   MOVE WS-Sd-Func-A(1) TO SD-FUNCAO-A
                   MOVE WS-Sd-Func-B(1) TO SD-FUNCAO-B
                   MOVE WS-Sd-Desc(1)   TO SD-DESC
                   MOVE WS-Sd-Log(1)    TO SD-LOG
                   MOVE "A"             TO SD-STATUS
                   WRITE REG-SD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PAR " SD-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
                   MOVE "00" TO FS
               END-IF
           END-PERFORM
           DISPLAY "SEGFUN - PARES PADRAO GRAVADOS: " WS-QTD-GRAVADOS
           MOVE "CARGA-SD"      TO WS-Log-Funcao
           MOVE WS-QTD-GRAVADOS TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACESD Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
