000010*CATEGOR-HIERARQUIA DE CATEGORIAS DE PRODUTO. MANTEM EM ACEHQ A *
000020*ARVORE DEPARTAMENTO\GRUPO\SUBGRUPO (DOIS DIGITOS POR NIVEL)    *
000030*QUE SUBSTITUI, PARA ANALISE DE VENDA E ESTOQUE, A LETRA DE     *
000040*CLASSECE-01 - ESTA CONTINUA SO COM O SENTIDO DE LOCAL NO MAPA  *
000050*DE LOJA. O GRUPO SO ENTRA EM DEPARTAMENTO CADASTRADO E O       *
000060*SUBGRUPO EM GRUPO CADASTRADO; O PRODUTO RECEBE O SUBGRUPO      *
000070*(CATEG-01) NA PAGINA DE PLANEJAMENTO DA TELA DE PRODUTO. A     *
000080*EXCLUSAO EXIGE O NO SEM FILHOS E, NO SUBGRUPO, SEM PRODUTO DA  *
000090*EMPRESA DO OPERADOR APONTANDO PARA ELE. A TABELA E UNICA PARA  *
000100*TODAS AS EMPRESAS. GRAVACAO SO PARA OPERADOR COM NIVEL DE      *
000110*MANUTENCAO; TUDO VAI PARA O LOG DE OPERACOES.                  *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CATEGOR.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000210 DATA DIVISION.
000220 FILE SECTION.
000230 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000240 COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
000250 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000260 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000270 WORKING-STORAGE SECTION.
000280 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000290 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000300 COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".
000310 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000320 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  WS-FIM-CATEGOR        PIC X(01) VALUE "N".
           88  FIM-CATEGOR       VALUE "S".
       01  WS-FIM-LEITURA        PIC X(01).
           88  FIM-LEITURA       VALUE "S".
       01  WS-DADO-VALIDO        PIC X(01).
           88  DADO-VALIDO       VALUE "S".
       01  WS-PRODUTOS-ABERTOS   PIC X(01) VALUE "N".
           88  Produtos-Abertos  VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DESCRICAO          PIC X(30).
       01  WS-QT-LISTADOS        PIC 9(05).
       01  WS-QT-PRODUTOS        PIC 9(06).
       01  WS-NIVEL              PIC X(12).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CATEGOR
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           OPEN I-O ACEHQ
           IF FS-HQ = "05" OR "35"
               OPEN OUTPUT ACEHQ
               CLOSE ACEHQ
               OPEN I-O ACEHQ
           END-IF
           IF FS-HQ NOT = "00"
               DISPLAY "CATEGOR - HIERARQUIA DE CATEGORIAS (ACEHQ) NAO "
                       "DISPONIVEL: " FS-HQ
               MOVE "S" TO WS-FIM-CATEGOR
           END-IF
           OPEN INPUT ACE01
           IF FS = "00"
               MOVE "S" TO WS-PRODUTOS-ABERTOS
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "CATEGOR" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CATEGOR - 1=INCLUIR\ALTERAR 2=EXCLUIR 3=LISTAR "
                   "0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF Oper-Pode-Manter
                       PERFORM Cadastrar-Categoria
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 2
                   IF Oper-Pode-Manter
                       PERFORM Excluir-Categoria
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 3
                   PERFORM Listar-Categorias
               WHEN 0
                   MOVE "S" TO WS-FIM-CATEGOR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Recusa-Funcao SECTION.
           DISPLAY "CATEGOR - FUNCAO EXIGE OPERADOR ASSINADO COM "
                   "NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           .

      *---------------------------------------------------------------*
      *PEDE-CODIGO - DEPARTAMENTO, GRUPO (ZERO = O PROPRIO
      *DEPARTAMENTO) E SUBGRUPO (ZERO = O PROPRIO GRUPO).
       Pede-Codigo SECTION.
           MOVE ZERO TO WS-Hq-Codigo
           MOVE "S"  TO WS-DADO-VALIDO
           DISPLAY "DEPARTAMENTO: "
           ACCEPT WS-Hq-Depto
           IF WS-Hq-Depto = ZERO
               DISPLAY "DEPARTAMENTO INVALIDO."
               MOVE "N" TO WS-DADO-VALIDO
           ELSE
               DISPLAY "GRUPO (0 = O DEPARTAMENTO): "
               ACCEPT WS-Hq-Grupo
               IF WS-Hq-Grupo NOT = ZERO
                   DISPLAY "SUBGRUPO (0 = O GRUPO): "
                   ACCEPT WS-Hq-Subgrupo
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-Hq-Grupo = ZERO
                   MOVE "DEPARTAMENTO" TO WS-NIVEL
               WHEN WS-Hq-Subgrupo = ZERO
                   MOVE "GRUPO"        TO WS-NIVEL
               WHEN OTHER
                   MOVE "SUBGRUPO"     TO WS-NIVEL
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *CONFERE-PAI - O NIVEL DE CIMA TEM QUE ESTAR CADASTRADO.
       Confere-Pai SECTION.
           IF WS-Hq-Grupo NOT = ZERO
               MOVE WS-Hq-Depto TO HQ-DEPTO
               MOVE ZERO        TO HQ-GRUPO HQ-SUBGRUPO
               READ ACEHQ
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO " WS-Hq-Depto
                               " NAO CADASTRADO."
                       MOVE "N" TO WS-DADO-VALIDO
               END-READ
           END-IF
           IF DADO-VALIDO AND WS-Hq-Subgrupo NOT = ZERO
               MOVE WS-Hq-Depto TO HQ-DEPTO
               MOVE WS-Hq-Grupo TO HQ-GRUPO
               MOVE ZERO        TO HQ-SUBGRUPO
               READ ACEHQ
                   INVALID KEY
                       DISPLAY "GRUPO " WS-Hq-Depto "." WS-Hq-Grupo
                               " NAO CADASTRADO."
                       MOVE "N" TO WS-DADO-VALIDO
               END-READ
           END-IF
           .

      *---------------------------------------------------------------*
      *CADASTRAR-CATEGORIA - INCLUI OU ALTERA A DESCRICAO DO NO.
       Cadastrar-Categoria SECTION.
           PERFORM Pede-Codigo
           IF DADO-VALIDO
               PERFORM Confere-Pai
           END-IF
           IF DADO-VALIDO
               MOVE WS-Hq-Codigo TO HQ-CODIGO
               READ ACEHQ
                   INVALID KEY
                       INITIALIZE REG-HQ
                       MOVE WS-Hq-Codigo TO HQ-CODIGO
                       DISPLAY "NOVO " WS-NIVEL
                   NOT INVALID KEY
                       DISPLAY WS-NIVEL " ATUAL: " HQ-DESCRICAO
               END-READ
               DISPLAY "DESCRICAO: "
               ACCEPT WS-DESCRICAO
               IF WS-DESCRICAO = SPACES
                   DISPLAY "INFORME A DESCRICAO."
               ELSE
                   MOVE WS-DESCRICAO   TO HQ-DESCRICAO
                   MOVE WS-Oper-Codigo TO HQ-OPERADOR
                   MOVE WS-DATA-HOJE   TO HQ-DATA
                   WRITE REG-HQ
                       INVALID KEY
                           REWRITE REG-HQ
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR A "
                                           "CATEGORIA: " FS-HQ
                           END-REWRITE
                   END-WRITE
                   IF FS-HQ = "00" OR "02"
                       MOVE "CAD-CATEG" TO WS-Log-Funcao
                       MOVE HQ-CODIGO   TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *EXCLUIR-CATEGORIA - SO NO SEM FILHOS; SUBGRUPO SO SEM PRODUTO.
       Excluir-Categoria SECTION.
           PERFORM Pede-Codigo
           IF DADO-VALIDO
               MOVE WS-Hq-Codigo TO HQ-CODIGO
               READ ACEHQ
                   INVALID KEY
                       DISPLAY WS-NIVEL " NAO CADASTRADO."
                       MOVE "N" TO WS-DADO-VALIDO
                   NOT INVALID KEY
                       DISPLAY WS-NIVEL " " HQ-DESCRICAO
               END-READ
           END-IF
           IF DADO-VALIDO AND WS-Hq-Subgrupo = ZERO
               PERFORM Confere-Filhos
           END-IF
           IF DADO-VALIDO AND WS-Hq-Subgrupo NOT = ZERO
               PERFORM Confere-Produtos
           END-IF
           IF DADO-VALIDO
               DISPLAY "EXCLUIR (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR "s"
                   MOVE WS-Hq-Codigo TO HQ-CODIGO
                   DELETE ACEHQ
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR A CATEGORIA: "
                                   FS-HQ
                       NOT INVALID KEY
                           MOVE "EXC-CATEG"  TO WS-Log-Funcao
                           MOVE WS-Hq-Codigo TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-DELETE
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-FILHOS - O PRIMEIRO REGISTRO DEPOIS DO DEPARTAMENTO OU
      *DO GRUPO, SE FOR DELE, E UM FILHO.
       Confere-Filhos SECTION.
           MOVE WS-Hq-Codigo TO HQ-CODIGO
           START ACEHQ KEY IS GREATER HQ-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-HQ
               NOT INVALID KEY
                   READ ACEHQ NEXT RECORD
                       AT END
                           MOVE "10" TO FS-HQ
                   END-READ
           END-START
           IF FS-HQ = "00"
              AND HQ-DEPTO = WS-Hq-Depto
              AND (WS-Hq-Grupo = ZERO OR HQ-GRUPO = WS-Hq-Grupo)
               DISPLAY "CATEGORIA TEM " WS-NIVEL " ABAIXO DELA ("
                       HQ-DEPTO "." HQ-GRUPO "." HQ-SUBGRUPO
                       "). EXCLUA OS FILHOS ANTES."
               MOVE "N" TO WS-DADO-VALIDO
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-PRODUTOS - NENHUM PRODUTO DA EMPRESA PODE FICAR COM O
      *SUBGRUPO EXCLUIDO; OS DAS OUTRAS EMPRESAS APARECEM COMO "SEM
      *CATEGORIA" NOS RELATORIOS ATE SEREM REATRIBUIDOS.
       Confere-Produtos SECTION.
           MOVE ZERO TO WS-QT-PRODUTOS
           IF Produtos-Abertos
               MOVE LOW-VALUES TO COD-01
               MOVE "N" TO WS-FIM-LEITURA
               START ACE01 KEY IS NOT LESS COD-01
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA
                   READ ACE01 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-LEITURA
                       NOT AT END
                           IF CATEG-01 NUMERIC
                              AND CATEG-01 = WS-Hq-Codigo
                               ADD 1 TO WS-QT-PRODUTOS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           IF WS-QT-PRODUTOS NOT = ZERO
               DISPLAY WS-QT-PRODUTOS " PRODUTO(S) NESTE SUBGRUPO. "
                       "REATRIBUA NA TELA DE PRODUTO ANTES."
               MOVE "N" TO WS-DADO-VALIDO
           END-IF
           .

      *---------------------------------------------------------------*
      *LISTAR-CATEGORIAS - A ARVORE NA ORDEM DA CHAVE, COM RECUO.
       Listar-Categorias SECTION.
           MOVE ZERO TO WS-QT-LISTADOS
           MOVE ZERO TO HQ-CODIGO
           MOVE "N" TO WS-FIM-LEITURA
           START ACEHQ KEY IS NOT LESS HQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACEHQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HQ-GRUPO = ZERO
                               DISPLAY HQ-DEPTO " " HQ-DESCRICAO
                           WHEN HQ-SUBGRUPO = ZERO
                               DISPLAY "   " HQ-DEPTO "." HQ-GRUPO
                                       " " HQ-DESCRICAO
                           WHEN OTHER
                               DISPLAY "      " HQ-DEPTO "." HQ-GRUPO
                                       "." HQ-SUBGRUPO " "
                                       HQ-DESCRICAO
                       END-EVALUATE
                       ADD 1 TO WS-QT-LISTADOS
               END-READ
           END-PERFORM
           DISPLAY "CATEGOR - CATEGORIAS: " WS-QT-LISTADOS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF Produtos-Abertos
               CLOSE ACE01
           END-IF
           CLOSE ACEHQ Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
