000010*PESQPRE-PESQUISA DE PRECO DE CONCORRENTE. MANTEM O CADASTRO DE *
000020*CONCORRENTES (ACECO) E GRAVA EM ACEPQ O PRECO DE PRATELEIRA    *
000030*QUE O COMPRADOR ANOTOU NA VISITA (CONCORRENTE, PRODUTO, DATA,  *
000040*PRECO E SE ESTAVA EM PROMOCAO), DIGITADO AQUI OU IMPORTADO DA  *
000050*PLANILHA GRAVADA EM arquivos\pesqpre.txt, NO MOLDE DE CATFORN: *
000060*O PRODUTO E CASADO PELO COD-01 INFORMADO OU, NA FALTA, PELA    *
000070*CHAVE ALTERNATIVA BARRA-01, E A LINHA RECUSADA VAI PARA O      *
000080*RELATORIO DE REJEICAO. A MESMA VISITA GRAVADA DE NOVO          *
000090*(PRODUTO, CONCORRENTE E DIA) SUBSTITUI O PRECO. O RELATORIO DE *
000100*POSICAO DE PRECO E O POSPRE. GRAVACAO SO PARA OPERADOR COM     *
000110*NIVEL DE MANUTENCAO; TUDO VAI PARA O LOG DE OPERACOES.         *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. PESQPRE.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELCO".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELPQ".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000230     SELECT Arquivo-Pesquisa ASSIGN TO WS-Arq-PesqPre
000240            ORGANIZATION IS LINE SEQUENTIAL
000250            FILE STATUS  IS FS-PP.
000260     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000270                    FILE STATUS IS FS-REL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000310 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDCO".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDPQ".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000360 FD  Arquivo-Pesquisa
000370     RECORD CONTAINS 50 CHARACTERS.
000380 01  Linha-Pesquisa.
000390     03  PP-CONC           PIC 9(04).
000400     03  FILLER            PIC X(01).
000410     03  PP-BARRA          PIC X(13).
000420     03  FILLER            PIC X(01).
000430     03  PP-COD            PIC 9(06).
000440     03  FILLER            PIC X(01).
000450     03  PP-DATA           PIC 9(08).
000460     03  FILLER            PIC X(01).
000470     03  PP-PRECO          PIC 9(08)V99.
000480     03  FILLER            PIC X(01).
000490     03  PP-PROMOCAO       PIC X(01).
000500     03  FILLER            PIC X(03).
000510 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000520 WORKING-STORAGE SECTION.
000530 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000540 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000550 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000560 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000570 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  FS-CO                 PIC X(02) VALUE "00".
       01  FS-PQ                 PIC X(02) VALUE "00".
       01  FS-PP                 PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-PESQPRE        PIC X(01) VALUE "N".
           88  FIM-PESQPRE       VALUE "S".
       01  WS-FIM-LEITURA        PIC X(01).
           88  FIM-LEITURA       VALUE "S".
       01  WS-DADO-VALIDO        PIC X(01).
           88  DADO-VALIDO       VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  Achou-Produto     VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-CONCORRENTE        PIC 9(04).
       01  WS-COD-ENTRADA        PIC 9(06).
       01  WS-PRECO              PIC 9(08)V99.
       01  WS-PROMOCAO           PIC X(01).
       01  WS-ORIGEM             PIC X(01).
       01  WS-DATA-PESQUISA      PIC 9(08).
       01  WS-DATA-PESQ-GRUPO REDEFINES WS-DATA-PESQUISA.
           03  WS-PESQ-ANO       PIC 9(04).
           03  WS-PESQ-MES       PIC 9(02).
           03  WS-PESQ-DIA       PIC 9(02).
       01  WS-QT-LISTADOS        PIC 9(05).
       01  WS-QT-DIGITADOS       PIC 9(05).

       01  WS-QTD-LIDAS          PIC 9(06) VALUE ZERO.
       01  WS-QTD-GRAVADAS       PIC 9(06) VALUE ZERO.
       01  WS-QTD-REJEITADAS     PIC 9(06) VALUE ZERO.

       01  WS-ED-PRECO           PIC Z(07)9.99.

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(05) VALUE "CONC.".
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FILLER            PIC X(14) VALUE "COD. BARRAS".
           03  FILLER            PIC X(08) VALUE "CODIGO".
           03  FILLER            PIC X(09) VALUE "DATA".
           03  FILLER            PIC X(12) VALUE "       PRECO".
           03  FILLER            PIC X(02) VALUE SPACES.
           03  FILLER            PIC X(06) VALUE "MOTIVO".

       01  WS-LINHA-REJ.
           03  REJ-CONC          PIC 9(04).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  REJ-BARRA         PIC X(13).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  REJ-COD           PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  REJ-DATA          PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  REJ-PRECO         PIC Z(08)9.99.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  REJ-MOTIVO        PIC X(28).

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(08) VALUE "LIDAS:  ".
           03  TOT-LIDAS         PIC Z(05)9.
           03  FILLER            PIC X(12) VALUE "  GRAVADAS: ".
           03  TOT-GRAVADAS      PIC Z(05)9.
           03  FILLER            PIC X(14) VALUE "  REJEITADAS: ".
           03  TOT-REJEITADAS    PIC Z(05)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-PESQPRE
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "PESQPRE - CADASTRO DE PRODUTOS (ACE01) NAO "
                       "DISPONIVEL: " FS
               MOVE "S" TO WS-FIM-PESQPRE
           END-IF
           MOVE "00" TO FS
           OPEN I-O ACECO
           IF FS-CO = "05" OR "35"
               OPEN OUTPUT ACECO
               CLOSE ACECO
               OPEN I-O ACECO
           END-IF
           OPEN I-O ACEPQ
           IF FS-PQ = "05" OR "35"
               OPEN OUTPUT ACEPQ
               CLOSE ACEPQ
               OPEN I-O ACEPQ
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "PESQPRE" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "PESQPRE - 1=CADASTRAR CONCORRENTE 2=INATIVAR "
                   "3=LISTAR 4=DIGITAR PESQUISA 5=IMPORTAR "
                   "PLANILHA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF Oper-Pode-Manter
                       PERFORM Cadastrar-Concorrente
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 2
                   IF Oper-Pode-Manter
                       PERFORM Inativar-Concorrente
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 3
                   PERFORM Listar-Concorrentes
               WHEN 4
                   IF Oper-Pode-Manter
                       PERFORM Digitar-Pesquisa
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 5
                   IF Oper-Pode-Manter
                       PERFORM Importar-Pesquisa
                   ELSE
                       PERFORM Recusa-Funcao
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-FIM-PESQPRE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Recusa-Funcao SECTION.
           DISPLAY "PESQPRE - FUNCAO EXIGE OPERADOR ASSINADO COM "
                   "NIVEL DE MANUTENCAO. ASSINE COM LOGON."
           .

      *---------------------------------------------------------------*
      *CADASTRAR-CONCORRENTE - INCLUI OU ALTERA; ALTERAR REATIVA O
      *CONCORRENTE INATIVADO.
       Cadastrar-Concorrente SECTION.
           DISPLAY "CODIGO DO CONCORRENTE: "
           ACCEPT WS-CONCORRENTE
           IF WS-CONCORRENTE = ZERO
               DISPLAY "CODIGO INVALIDO."
           ELSE
               MOVE WS-CONCORRENTE TO CO-CODIGO
               READ ACECO
                   INVALID KEY
                       INITIALIZE REG-CO
                       MOVE WS-CONCORRENTE TO CO-CODIGO
                   NOT INVALID KEY
                       DISPLAY "ATUAL: " CO-NOME " - " CO-LOCAL
                               " SITUACAO " CO-SITUACAO
               END-READ
               DISPLAY "NOME DA LOJA: "
               ACCEPT CO-NOME
               DISPLAY "ENDERECO\BAIRRO\CIDADE: "
               ACCEPT CO-LOCAL
               IF CO-NOME = SPACES
                   DISPLAY "INFORME O NOME DO CONCORRENTE."
               ELSE
                   MOVE "A"            TO CO-SITUACAO
                   MOVE WS-Oper-Codigo TO CO-OPERADOR
                   MOVE WS-DATA-HOJE   TO CO-DATA
                   WRITE REG-CO
                       INVALID KEY
                           REWRITE REG-CO
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR O "
                                           "CONCORRENTE: " FS-CO
                           END-REWRITE
                   END-WRITE
                   IF FS-CO = "00" OR "02"
                       MOVE "CAD-CONC"  TO WS-Log-Funcao
                       MOVE CO-CODIGO   TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *INATIVAR-CONCORRENTE - A LOJA QUE FECHOU OU SAIU DA PESQUISA
      *NAO RECEBE PRECO NOVO; O HISTORICO EM ACEPQ FICA.
       Inativar-Concorrente SECTION.
           DISPLAY "CODIGO DO CONCORRENTE: "
           ACCEPT WS-CONCORRENTE
           MOVE WS-CONCORRENTE TO CO-CODIGO
           READ ACECO
               INVALID KEY
                   DISPLAY "CONCORRENTE NAO CADASTRADO."
               NOT INVALID KEY
                   DISPLAY CO-NOME " - " CO-LOCAL
                   DISPLAY "INATIVAR O CONCORRENTE (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       MOVE "I"            TO CO-SITUACAO
                       MOVE WS-Oper-Codigo TO CO-OPERADOR
                       MOVE WS-DATA-HOJE   TO CO-DATA
                       REWRITE REG-CO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O "
                                       "CONCORRENTE: " FS-CO
                           NOT INVALID KEY
                               MOVE "INAT-CONC" TO WS-Log-Funcao
                               MOVE CO-CODIGO   TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-REWRITE
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Listar-Concorrentes SECTION.
           MOVE ZERO TO WS-QT-LISTADOS
           MOVE LOW-VALUES TO CO-CODIGO
           MOVE "N" TO WS-FIM-LEITURA
           START ACECO KEY IS NOT LESS CO-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACECO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       DISPLAY CO-CODIGO " " CO-NOME " " CO-LOCAL
                               " " CO-SITUACAO
                       ADD 1 TO WS-QT-LISTADOS
               END-READ
           END-PERFORM
           DISPLAY "PESQPRE - CONCORRENTES: " WS-QT-LISTADOS
           .

      *---------------------------------------------------------------*
      *DIGITAR-PESQUISA - CONCORRENTE E DATA DA VISITA UMA VEZ, DEPOIS
      *OS PRODUTOS DA FOLHA ATE CODIGO ZERO.
       Digitar-Pesquisa SECTION.
           MOVE "S" TO WS-DADO-VALIDO
           DISPLAY "CONCORRENTE: "
           ACCEPT WS-CONCORRENTE
           PERFORM Confere-Concorrente
           IF DADO-VALIDO
               DISPLAY CO-NOME " - " CO-LOCAL
               DISPLAY "DATA DA VISITA (AAAAMMDD): "
               ACCEPT WS-DATA-PESQUISA
               PERFORM Confere-Data-Pesquisa
           END-IF
           IF DADO-VALIDO
               MOVE ZERO TO WS-QT-DIGITADOS
               MOVE "D"  TO WS-ORIGEM
               MOVE 1    TO WS-COD-ENTRADA
               PERFORM Digitar-Item UNTIL WS-COD-ENTRADA = ZERO
               DISPLAY "PESQPRE - PRECOS GRAVADOS: " WS-QT-DIGITADOS
           END-IF
           .

      *---------------------------------------------------------------*

       Digitar-Item SECTION.
           DISPLAY "PRODUTO (0 = FIM): "
           ACCEPT WS-COD-ENTRADA
           IF WS-COD-ENTRADA NOT = ZERO
               MOVE WS-COD-ENTRADA TO COD-01
               READ ACE01
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO: "
                               WS-COD-ENTRADA
                   NOT INVALID KEY
                       MOVE PRVAR-01R TO WS-ED-PRECO
                       DISPLAY DESC-01 " NOSSO VAREJO " WS-ED-PRECO
                       DISPLAY "PRECO NO CONCORRENTE (99999999.99): "
                       ACCEPT WS-PRECO
                       DISPLAY "EM PROMOCAO (S/N)? "
                       ACCEPT WS-PROMOCAO
                       IF WS-PRECO = ZERO
                           DISPLAY "PRECO ZERO - ITEM IGNORADO."
                       ELSE
                           PERFORM Grava-Pesquisa
                           IF FS-PQ = "00" OR "02"
                               ADD 1 TO WS-QT-DIGITADOS
                           END-IF
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Concorrente SECTION.
           MOVE WS-CONCORRENTE TO CO-CODIGO
           READ ACECO
               INVALID KEY
                   DISPLAY "CONCORRENTE NAO CADASTRADO."
                   MOVE "N" TO WS-DADO-VALIDO
               NOT INVALID KEY
                   IF CO-INATIVO
                       DISPLAY "CONCORRENTE INATIVO."
                       MOVE "N" TO WS-DADO-VALIDO
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *CONFERE-DATA-PESQUISA - A VISITA JA ACONTECEU: DATA FUTURA E
      *ERRO DE DIGITACAO.
       Confere-Data-Pesquisa SECTION.
           IF WS-PESQ-MES < 1 OR WS-PESQ-MES > 12
              OR WS-PESQ-DIA < 1 OR WS-PESQ-DIA > 31
               DISPLAY "DATA INVALIDA."
               MOVE "N" TO WS-DADO-VALIDO
           ELSE
               IF WS-DATA-PESQUISA > WS-DATA-HOJE
                   DISPLAY "DATA DA VISITA DEPOIS DE HOJE."
                   MOVE "N" TO WS-DADO-VALIDO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-PESQUISA - A MESMA VISITA (PRODUTO, CONCORRENTE E DIA)
      *GRAVADA DE NOVO SUBSTITUI O PRECO ANTERIOR.
       Grava-Pesquisa SECTION.
           INITIALIZE REG-PQ
           MOVE COD-01           TO PQ-COD
           MOVE WS-CONCORRENTE   TO PQ-CONCORRENTE
           MOVE WS-DATA-PESQUISA TO PQ-DATA
           MOVE WS-PRECO         TO PQ-PRECO
           IF WS-PROMOCAO = "S" OR "s"
               MOVE "S" TO PQ-PROMOCAO
           ELSE
               MOVE "N" TO PQ-PROMOCAO
           END-IF
           MOVE WS-ORIGEM        TO PQ-ORIGEM
           MOVE WS-Oper-Codigo   TO PQ-OPERADOR
           WRITE REG-PQ
               INVALID KEY
                   REWRITE REG-PQ
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A PESQUISA: " FS-PQ
                   END-REWRITE
           END-WRITE
           IF WS-ORIGEM = "D" AND (FS-PQ = "00" OR "02")
               MOVE "PESQ-PRE" TO WS-Log-Funcao
               MOVE SPACES     TO WS-Log-Chave
               STRING PQ-COD DELIMITED BY SIZE
                      "/"    DELIMITED BY SIZE
                      PQ-CONCORRENTE DELIMITED BY SIZE
                   INTO WS-Log-Chave
               END-STRING
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPORTAR-PESQUISA - PLANILHA DO COMPRADOR SALVA EM TEXTO, UMA
      *LINHA POR PRECO: CONCORRENTE, CODIGO DE BARRAS, NOSSO COD-01,
      *DATA AAAAMMDD, PRECO COM 2 DECIMAIS SEM PONTO E S\N DE
      *PROMOCAO, SEPARADOS POR UM BRANCO.
       Importar-Pesquisa SECTION.
           MOVE ZERO TO WS-QTD-LIDAS WS-QTD-GRAVADAS WS-QTD-REJEITADAS
           OPEN INPUT Arquivo-Pesquisa
           IF FS-PP NOT = "00"
               DISPLAY "PESQPRE - PLANILHA NAO ENCONTRADA EM "
                       WS-Arq-PesqPre " : " FS-PP
           ELSE
               PERFORM CARREGA-EMPRESA-REL THRU
                   SAI-CARREGA-EMPRESA-REL
               MOVE "IMPORTACAO PESQUISA DE PRECO " TO WS-Rel-Titulo
               MOVE "PESQPRE" TO WS-Rel-Id
               PERFORM MONTA-DISPOSITIVO-REL THRU
                   SAI-MONTA-DISPOSITIVO-REL
               OPEN OUTPUT RELATO
               MOVE ZERO TO WS-Rel-Pagina
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
               WRITE REG-REL FROM WS-LINHA-CAB2
               ADD 1 TO WS-Rel-Linha
               MOVE "I" TO WS-ORIGEM
               MOVE "N" TO WS-FIM-LEITURA
               PERFORM UNTIL FIM-LEITURA
                   READ Arquivo-Pesquisa
                       AT END
                           MOVE "S" TO WS-FIM-LEITURA
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDAS
                           PERFORM Processa-Linha
                   END-READ
               END-PERFORM
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE WS-QTD-LIDAS      TO TOT-LIDAS
               MOVE WS-QTD-GRAVADAS   TO TOT-GRAVADAS
               MOVE WS-QTD-REJEITADAS TO TOT-REJEITADAS
               WRITE REG-REL FROM WS-LINHA-TOT
               CLOSE RELATO
               CLOSE Arquivo-Pesquisa
               MOVE "IMPORTA-PQ"    TO WS-Log-Funcao
               MOVE WS-QTD-GRAVADAS TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "PESQPRE - LIDAS " WS-QTD-LIDAS
                       " GRAVADAS " WS-QTD-GRAVADAS
                       " REJEITADAS " WS-QTD-REJEITADAS
           END-IF
           .

      *---------------------------------------------------------------*
      *PROCESSA-LINHA - CADA TESTE SO RODA SE O ANTERIOR PASSOU; O
      *PRIMEIRO MOTIVO ENCONTRADO VAI PARA A REJEICAO.
       Processa-Linha SECTION.
           MOVE "S" TO WS-DADO-VALIDO
           IF PP-CONC NOT NUMERIC OR PP-COD NOT NUMERIC
              OR PP-DATA NOT NUMERIC OR PP-PRECO NOT NUMERIC
               MOVE "CAMPO NUMERICO INVALIDO" TO REJ-MOTIVO
               MOVE "N" TO WS-DADO-VALIDO
           END-IF
           IF DADO-VALIDO
               MOVE PP-CONC TO CO-CODIGO
               READ ACECO
                   INVALID KEY
                       MOVE "CONCORRENTE NAO CADASTRADO"
                           TO REJ-MOTIVO
                       MOVE "N" TO WS-DADO-VALIDO
                   NOT INVALID KEY
                       IF CO-INATIVO
                           MOVE "CONCORRENTE INATIVO" TO REJ-MOTIVO
                           MOVE "N" TO WS-DADO-VALIDO
                       END-IF
               END-READ
           END-IF
           IF DADO-VALIDO
               PERFORM Localiza-Produto
               IF NOT Achou-Produto
                   MOVE "SEM PRODUTO (COD/BARRA)" TO REJ-MOTIVO
                   MOVE "N" TO WS-DADO-VALIDO
               END-IF
           END-IF
           IF DADO-VALIDO
               MOVE PP-DATA TO WS-DATA-PESQUISA
               IF WS-PESQ-MES < 1 OR WS-PESQ-MES > 12
                  OR WS-PESQ-DIA < 1 OR WS-PESQ-DIA > 31
                  OR WS-DATA-PESQUISA > WS-DATA-HOJE
                   MOVE "DATA INVALIDA OU FUTURA" TO REJ-MOTIVO
                   MOVE "N" TO WS-DADO-VALIDO
               END-IF
           END-IF
           IF DADO-VALIDO
               IF PP-PRECO = ZERO
                   MOVE "PRECO ZERO" TO REJ-MOTIVO
                   MOVE "N" TO WS-DADO-VALIDO
               END-IF
           END-IF
           IF DADO-VALIDO
               MOVE PP-CONC     TO WS-CONCORRENTE
               MOVE PP-PRECO    TO WS-PRECO
               MOVE PP-PROMOCAO TO WS-PROMOCAO
               PERFORM Grava-Pesquisa
               IF FS-PQ = "00" OR "02"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   MOVE "ERRO AO GRAVAR EM ACEPQ" TO REJ-MOTIVO
                   PERFORM Imprime-Rejeicao
               END-IF
           ELSE
               PERFORM Imprime-Rejeicao
           END-IF
           .

      *---------------------------------------------------------------*
      *LOCALIZA-PRODUTO - PELO NOSSO CODIGO QUANDO INFORMADO, SENAO
      *PELA CHAVE ALTERNATIVA BARRA-01.
       Localiza-Produto SECTION.
           MOVE "N" TO WS-ACHOU
           IF PP-COD NOT = ZERO
               MOVE PP-COD TO COD-01
               READ ACE01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU
               END-READ
           ELSE
               IF PP-BARRA NOT = SPACES
                   MOVE PP-BARRA TO BARRA-01
                   READ ACE01 KEY IS BARRA-01
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ACHOU
                   END-READ
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Rejeicao SECTION.
           ADD 1 TO WS-QTD-REJEITADAS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE PP-CONC     TO REJ-CONC
           MOVE PP-BARRA    TO REJ-BARRA
           MOVE PP-COD      TO REJ-COD
           MOVE PP-DATA     TO REJ-DATA
           IF PP-PRECO NUMERIC
               MOVE PP-PRECO TO REJ-PRECO
           ELSE
               MOVE ZERO TO REJ-PRECO
           END-IF
           WRITE REG-REL FROM WS-LINHA-REJ
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACECO ACEPQ Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
