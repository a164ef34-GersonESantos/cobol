000092*FORCA A TROCA NO PROPRIO SIGN-ON, RECUSANDO A SENHA ATUAL E    *
000094*AS TRES ULTIMAS (HISTORICO NO CADASTRO). TRES TENTATIVAS       *
000096*ERRADAS NA SESSAO ENCERRAM SEM ASSINAR, COMO SEMPRE.           *
      *SENHAS EM ACEUS SO COMO HASH COM SAL DO OPERADOR (CPYHSPG,     *
      *LAYOUT VERSAO 3): O SIGN-ON, A TROCA E O HISTORICO COMPARAM    *
      *HASHES E A SENHA DIGITADA (ATE 30 POSICOES) E LIMPA DA MEMORIA *
      *LOGO APOS O CALCULO.                                           *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LOGON.
000120 ENVIRONMENT DIVISION.
000210 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHSWS".

       01  FS                    PIC X(02) VALUE "00".
       01  FS-OPER               PIC X(02) VALUE "00".
       78  Tl-Max-Falhas         VALUE 5.

       01  WS-CODIGO             PIC 9(04).
       01  WS-SENHA              PIC X(30).
       01  WS-SENHA-NOVA         PIC X(30).
       01  WS-EMPRESA            PIC 9(02).
       01  WS-TENTATIVAS         PIC 9(01) VALUE ZERO.
       01  WS-DATA-HOJE          PIC 9(08).
           OPEN OUTPUT Arquivo-Oper-Atual
           CLOSE Arquivo-Oper-Atual
      *CONFERE O CARIMBO DE VERSAO DO ACEUS CONVERTIDO (layout.ctl,
      *CONVUS\CONVSENH): BUILD E ARQUIVO EM VERSOES DIFERENTES NAO
      *RODAM JUNTOS - A VERSAO 3 GUARDA SO O HASH DAS SENHAS.
           MOVE "ACEUS" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-LOGON
               INVALID KEY
                   PERFORM Recusa-Tentativa
               NOT INVALID KEY
      *A SENHA DIGITADA VIRA HASH COM O SAL DO OPERADOR E E O HASH
      *QUE SE COMPARA - O CADASTRO NAO TEM A SENHA EM CLARO.
                   MOVE USU-SAL  TO WS-Hs-Sal
                   MOVE WS-SENHA TO WS-Hs-Senha
                   PERFORM CALCULA-HASH-SENHA THRU
                       SAI-CALCULA-HASH-SENHA
                   MOVE SPACES TO WS-SENHA
                   EVALUATE TRUE
                       WHEN CONTA-BLOQUEADA
                           DISPLAY "CONTA BLOQUEADA POR EXCESSO DE "
                           MOVE "S" TO WS-FIM-LOGON
                       WHEN USUARIO-INATIVO
                           PERFORM Recusa-Tentativa
                       WHEN WS-Hs-Hash NOT = USU-HASH
                           PERFORM Registra-Falha-Conta
                           PERFORM Recusa-Tentativa
                       WHEN OTHER
      *PRAZO (OU SEM DATA DE TROCA GRAVADA) FORCA A TROCA ANTES DE
      *ASSINAR. EMPRESA SEM O PARAMETRO GRAVADO NAO EXPIRA SENHA. A
      *SENHA NOVA NAO PODE REPETIR A ATUAL NEM AS TRES ULTIMAS DO
      *HISTORICO (COMPARADAS PELO HASH, COM O SAL DO OPERADOR).
       Confere-Validade-Senha SECTION.
           OPEN INPUT ACECE
           IF FS = "00"
       Troca-Senha SECTION.
           MOVE "N" TO WS-SENHA-ACEITA
           PERFORM UNTIL SENHA-ACEITA OR FIM-LOGON
               DISPLAY "NOVA SENHA (ATE 30 POSICOES): "
               ACCEPT WS-SENHA-NOVA
               MOVE USU-SAL       TO WS-Hs-Sal
               MOVE WS-SENHA-NOVA TO WS-Hs-Senha
               PERFORM CALCULA-HASH-SENHA THRU SAI-CALCULA-HASH-SENHA
               EVALUATE TRUE
                   WHEN WS-SENHA-NOVA = SPACES
                       DISPLAY "SENHA EM BRANCO NAO VALE - LOGON "
                               "ENCERRADO SEM ASSINATURA."
                       MOVE "S" TO WS-FIM-LOGON
                   WHEN WS-Hs-Hash = USU-HASH
                     OR WS-Hs-Hash = USU-HASH-ANT1
                     OR WS-Hs-Hash = USU-HASH-ANT2
                     OR WS-Hs-Hash = USU-HASH-ANT3
                       DISPLAY "SENHA JA USADA RECENTEMENTE - "
                               "ESCOLHA OUTRA."
                   WHEN OTHER
           END-PERFORM
           IF SENHA-ACEITA
      *A ATUAL DESCE PARA O HISTORICO E AS ANTIGAS RODAM UMA CASA.
               MOVE USU-HASH-ANT2 TO USU-HASH-ANT3
               MOVE USU-HASH-ANT1 TO USU-HASH-ANT2
               MOVE USU-HASH      TO USU-HASH-ANT1
               MOVE WS-Hs-Hash    TO USU-HASH
               MOVE WS-DATA-HOJE  TO USU-DTSENHA
               REWRITE REG-US
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A SENHA NOVA."
               END-REWRITE
               DISPLAY "SENHA TROCADA."
           END-IF
           MOVE SPACES TO WS-SENHA-NOVA
           .

      *---------------------------------------------------------------*
           CLOSE ACEUS
           GOBACK
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYHSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
