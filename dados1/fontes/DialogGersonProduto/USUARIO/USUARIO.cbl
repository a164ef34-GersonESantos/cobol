000050*O ARQUIVO AINDA NAO EXISTE\ESTA VAZIO (PRIMEIRA CARGA DO       *
000060*SISTEMA - BOOTSTRAP DO PRIMEIRO SUPERVISOR). TODA OPERACAO     *
000070*VAI PARA O LOG DE OPERACOES.                                   *
      *SENHA GRAVADA SO COMO HASH COM SAL (CPYHSPG, LAYOUT VERSAO 3): *
      *OPERADOR NOVO RECEBE SAL ALEATORIO; A TROCA COMPARA E GIRA O   *
      *HISTORICO PELOS HASHES. SENHA DE ATE 30 POSICOES.              *
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID. USUARIO.
000100 ENVIRONMENT DIVISION.
000220 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000230 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHSWS".

       01  FS                    PIC X(02) VALUE "00".


       01  WS-OPCAO              PIC 9(01).
       01  WS-CODIGO             PIC 9(04).
       01  WS-SENHA-NOVA         PIC X(30).
       01  WS-ARQUIVO-VAZIO      PIC X(01) VALUE "N".
           88  ARQUIVO-VAZIO     VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
      *CONFERE O CARIMBO DE VERSAO DO ACEUS CONVERTIDO (layout.ctl,
      *CONVUS\CONVSENH): BUILD E ARQUIVO EM VERSOES DIFERENTES NAO
      *RODAM JUNTOS - A VERSAO 3 GUARDA SO O HASH DAS SENHAS.
           MOVE "ACEUS" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-USUARIO
           READ ACEUS
               INVALID KEY
                   PERFORM Pede-Dados-Usuario
      *OPERADOR NOVO GANHA O SEU SAL; SO O HASH DA SENHA E GRAVADO.
                   PERFORM GERA-SAL-SENHA THRU SAI-GERA-SAL-SENHA
                   MOVE WS-Hs-Sal     TO USU-SAL
                   MOVE WS-SENHA-NOVA TO WS-Hs-Senha
                   PERFORM CALCULA-HASH-SENHA THRU
                       SAI-CALCULA-HASH-SENHA
                   MOVE WS-Hs-Hash    TO USU-HASH
                   MOVE SPACES        TO WS-SENHA-NOVA
                   MOVE WS-CODIGO TO USU-CODIGO
                   MOVE "A" TO USU-STATUS
                   MOVE ZEROS TO USU-TENTATIVAS
                   MOVE SPACE TO USU-BLOQ
                   ACCEPT USU-DTSENHA FROM DATE YYYYMMDD
                   MOVE SPACES TO USU-HASH-ANT1 USU-HASH-ANT2
                                  USU-HASH-ANT3
                   WRITE REG-US
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR OPERADOR."
       Pede-Dados-Usuario SECTION.
           DISPLAY "NOME: "
           ACCEPT USU-NOME
           DISPLAY "SENHA (ATE 30, BRANCO = MANTER A ATUAL): "
           ACCEPT WS-SENHA-NOVA
           DISPLAY "NIVEL (1=CONSULTA 2=MANUTENCAO 3=SUPERVISOR): "
           ACCEPT USU-NIVEL
      *TRES ULTIMAS) E RECUSADA (A ATUAL FICA), SENHA ACEITA RODA O
      *HISTORICO E CARIMBA USU-DTSENHA - SEM O CARIMBO A SENHA NOVA
      *JA NASCERIA VENCIDA COM SENHAEXP-CE LIGADO. BRANCO MANTEM A
      *SENHA ATUAL SEM MEXER NO HISTORICO. TUDO E COMPARADO PELO HASH
      *COM O SAL DO OPERADOR.
       Aplica-Senha-Alterada SECTION.
           MOVE USU-SAL       TO WS-Hs-Sal
           MOVE WS-SENHA-NOVA TO WS-Hs-Senha
           PERFORM CALCULA-HASH-SENHA THRU SAI-CALCULA-HASH-SENHA
           MOVE SPACES TO WS-Hs-Senha
           EVALUATE TRUE
               WHEN WS-SENHA-NOVA = SPACES
                 OR WS-Hs-Hash = USU-HASH
                   CONTINUE
               WHEN WS-Hs-Hash = USU-HASH-ANT1
                 OR WS-Hs-Hash = USU-HASH-ANT2
                 OR WS-Hs-Hash = USU-HASH-ANT3
                   DISPLAY "SENHA JA USADA RECENTEMENTE - A SENHA "
                           "ATUAL FOI MANTIDA."
               WHEN OTHER
                   MOVE USU-HASH-ANT2 TO USU-HASH-ANT3
                   MOVE USU-HASH-ANT1 TO USU-HASH-ANT2
                   MOVE USU-HASH      TO USU-HASH-ANT1
                   MOVE WS-Hs-Hash    TO USU-HASH
                   ACCEPT USU-DTSENHA FROM DATE YYYYMMDD
           END-EVALUATE
           MOVE SPACES TO WS-SENHA-NOVA
           .

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
