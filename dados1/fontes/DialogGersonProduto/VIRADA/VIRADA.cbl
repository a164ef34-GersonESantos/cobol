000010*VIRADA-VIRADA DO ANO (FECHAMENTO ANUAL) DA EMPRESA ASSINADA,   *
000020*RESTRITA A SUPERVISOR. RODA NUMA ORDEM FIXA, PARA O ANO        *
000030*INFORMADO: VENANU (HISTORICO ANUAL DE VENDAS EM ACE10),        *
000040*FECHSALD (FOTO DE 31\12 CONGELADA NO INVENTARIO ACEIV),        *
000050*LIVROINV (INVENTARIO VALORIZADO, SE A FOTO AINDA NAO VIROU     *
000060*INVENTARIO), ARQMOV E ARQVEN (EXPURGO DO MOVIMENTO E DAS       *
000070*VENDAS ANTERIORES AO ANO QUE FECHA), FECHPER (PERIODO FECHADO  *
000080*ATE 12\AAAA) E A VOLTA DA MARCA DE CONTAGEM DO ANO (CONTOU-01) *
000090*PARA "N". SO COMECA COM A COPIA DE SEGURANCA DE HOJE CONFERIDA *
000100*(BACKVER). O CONTROLE DE EXECUCAO (runctl.dat) GUARDA O        *
000110*REGISTRO "VIRADA" COM O ANO EM CURSO - DELE OS PASSOS TOMAM O  *
000120*ANO E O CORTE EM VEZ DE PERGUNTAR - E UM REGISTRO "VRnnxxxx"   *
000130*POR PASSO E EMPRESA: PASSO JA CONCLUIDO PARA O ANO NUNCA RODA  *
000140*DE NOVO; UMA FALHA PARA A VIRADA NO PASSO E A RODADA SEGUINTE  *
000150*RECOMECA DELE. NO FIM SAI O RELATORIO DE CONTROLE COM A        *
000160*SITUACAO E OS TOTAIS DE CADA PASSO, PARA O VISTO DO            *
000170*SUPERVISOR.                                                    *
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. VIRADA.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 COPY "C:\Repo2024\cobol\dados1\book\SELRU".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELC-10".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-11".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELIV".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000340     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000350                    FILE STATUS IS FS-REL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 COPY "C:\Repo2024\cobol\dados1\book\FDRU".
000390 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000400 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000410 COPY "C:\Repo2024\cobol\dados1\book\FD-10".
000420 COPY "C:\Repo2024\cobol\dados1\book\FD-11".
000430 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDIV".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000470 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000500 WORKING-STORAGE SECTION.
000510 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000520 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000530 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000540 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000550 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000560 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  FS-RC                 PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-RECUSADA           PIC X(01) VALUE "N".
           88  VIRADA-RECUSADA   VALUE "S".
       01  WS-PAROU              PIC X(01) VALUE "N".
           88  VIRADA-PAROU      VALUE "S".
       01  WS-PASSO-OK           PIC X(01).
           88  PASSO-OK          VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-IV-ACHADO          PIC X(01).
           88  IV-ACHADO         VALUE "S".

       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03  WS-HOJE-ANO       PIC 9(04).
           03  WS-HOJE-MES       PIC 9(02).
           03  WS-HOJE-DIA       PIC 9(02).
       01  WS-ANO                PIC 9(04) VALUE ZERO.
       01  WS-PERIODO-VIRADA     PIC 9(06) VALUE ZERO.
       01  WS-EMPRESA-ED         PIC 9(02).
       01  WS-IX                 PIC 9(02) COMP.
       01  WS-PASSO-FALHOU       PIC 9(02) VALUE ZERO.
       01  WS-SITUACAO-VIRADA    PIC X(01) VALUE SPACE.

      *CONTAGENS DE CONFERENCIA DOS PASSOS (ANTES\DEPOIS DOS
      *EXPURGOS) E TOTAIS DO RELATORIO DE CONTROLE.
       01  WS-QTD-LIDOS          PIC 9(09) COMP.
       01  WS-QTD-PRODUTOS       PIC 9(07) VALUE ZERO.
       01  WS-QTD-HISTORICO      PIC 9(07) VALUE ZERO.
       01  WS-QTD-ZERADOS        PIC 9(07) VALUE ZERO.
       01  WS-MOV-ANTES          PIC 9(09) VALUE ZERO.
       01  WS-MOV-DEPOIS         PIC 9(09) VALUE ZERO.
       01  WS-NF-ANTES           PIC 9(09) VALUE ZERO.
       01  WS-NF-DEPOIS          PIC 9(09) VALUE ZERO.
       01  WS-PED-ANTES          PIC 9(09) VALUE ZERO.
       01  WS-PED-DEPOIS         PIC 9(09) VALUE ZERO.
       01  WS-QTD-EXPURGO        PIC 9(09) VALUE ZERO.
       01  WS-IV-ITENS           PIC 9(07) VALUE ZERO.
       01  WS-IV-TOTAL           PIC 9(17) VALUE ZERO.
       01  WS-IV-SITUACAO        PIC X(01) VALUE SPACE.
       01  WS-IV-ORIGEM          PIC X(01) VALUE SPACE.
       01  WS-FECH-ANO           PIC 9(04) VALUE ZERO.
       01  WS-FECH-MES           PIC 9(02) VALUE ZERO.

      *OS PASSOS, NA ORDEM DE EXECUCAO: PROGRAMA CHAMADO, SIGLA DO
      *REGISTRO DE CONTROLE ("VR" + EMPRESA + SIGLA) E DESCRICAO NO
      *RELATORIO. O ULTIMO PASSO E FEITO AQUI MESMO.
       01  TAB-PASSOS-VALORES.
           03  FILLER            PIC X(12) VALUE "VENANU  VENA".
           03  FILLER            PIC X(30) VALUE
               "HISTORICO ANUAL DE VENDAS".
           03  FILLER            PIC X(12) VALUE "FECHSALDFSAL".
           03  FILLER            PIC X(30) VALUE
               "FOTO DE 31\12 NO INVENTARIO".
           03  FILLER            PIC X(12) VALUE "LIVROINVINVT".
           03  FILLER            PIC X(30) VALUE
               "INVENTARIO VALORIZADO".
           03  FILLER            PIC X(12) VALUE "ARQMOV  AMOV".
           03  FILLER            PIC X(30) VALUE
               "EXPURGO DO MOVIMENTO (ACE02)".
           03  FILLER            PIC X(12) VALUE "ARQVEN  AVEN".
           03  FILLER            PIC X(30) VALUE
               "EXPURGO DE PEDIDOS E NOTAS".
           03  FILLER            PIC X(12) VALUE "FECHPER FPER".
           03  FILLER            PIC X(30) VALUE
               "FECHAMENTO DO PERIODO 12\AAAA".
           03  FILLER            PIC X(12) VALUE "VIRADA  CONT".
           03  FILLER            PIC X(30) VALUE
               "MARCA DE CONTAGEM DO ANO".
       01  TAB-PASSOS REDEFINES TAB-PASSOS-VALORES.
           03  TAB-PASSO OCCURS 7 TIMES.
               05  TP-NOME       PIC X(08).
               05  TP-SIGLA      PIC X(04).
               05  TP-DESCRICAO  PIC X(30).
       01  TAB-RESULTADOS.
           03  TAB-RESULTADO OCCURS 7 TIMES.
               05  TP-RESULTADO  PIC X(10).
               05  TP-DATA       PIC 9(08).
               05  TP-CONTAGEM   PIC 9(05).

       01  WS-CHAVE-PASSO.
           03  FILLER            PIC X(02) VALUE "VR".
           03  CP-EMPRESA        PIC 9(02).
           03  CP-SIGLA          PIC X(04).

       01  WS-CHAVE-LOG.
           03  CL-ANO            PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACE.
           03  CL-SITUACAO       PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACE.
           03  CL-EMPRESA        PIC 9(02).
           03  FILLER            PIC X(06) VALUE SPACES.

       01  WS-DATA-ED.
           03  DE-DIA            PIC 9(02).
           03  FILLER            PIC X(01) VALUE "/".
           03  DE-MES            PIC 9(02).
           03  FILLER            PIC X(01) VALUE "/".
           03  DE-ANO            PIC 9(04).

      *LINHAS DO RELATORIO DE CONTROLE
       01  WS-LINHA-PARAM.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FILLER            PIC X(15) VALUE "ANO DA VIRADA: ".
           03  LP-ANO            PIC 9(04).
           03  FILLER            PIC X(12) VALUE "   EMPRESA: ".
           03  LP-EMPRESA        PIC 9(02).
           03  FILLER            PIC X(26) VALUE
               "   CORTE DOS EXPURGOS: ".
           03  LP-CORTE          PIC X(10).
           03  FILLER            PIC X(10) VALUE SPACES.
       01  WS-LINHA-CAB-PASSOS.
           03  FILLER            PIC X(43) VALUE
               " P PROGRAMA DESCRICAO".
           03  FILLER            PIC X(37) VALUE
               "SITUACAO   DATA        CONTAGEM".
       01  WS-LINHA-PASSO.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-PASSO          PIC 9(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-NOME           PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-DESCRICAO      PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-RESULTADO      PIC X(10).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-DATA           PIC X(10).
           03  FILLER            PIC X(03) VALUE SPACES.
           03  LD-CONTAGEM       PIC ZZZZ9.
           03  FILLER            PIC X(08) VALUE SPACES.
       01  WS-LINHA-QTD.
           03  FILLER            PIC X(03) VALUE SPACES.
           03  LQ-TEXTO          PIC X(50).
           03  LQ-QTD            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER            PIC X(16) VALUE SPACES.
       01  WS-LINHA-VALOR.
           03  FILLER            PIC X(03) VALUE SPACES.
           03  LV-TEXTO          PIC X(50).
           03  LV-VALOR          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER            PIC X(05) VALUE SPACES.
       01  WS-LINHA-TEXTO        PIC X(80).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           IF NOT VIRADA-RECUSADA
               PERFORM Confere-Backup
           END-IF
           IF NOT VIRADA-RECUSADA
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > 7 OR VIRADA-PAROU
                   PERFORM Executa-Passo
               END-PERFORM
               PERFORM Encerra-Virada
               PERFORM Imprime-Controle
           END-IF
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*
      *PROGRAM-INITIALIZE - SO SUPERVISOR, E SO COM A EMPRESA DO
      *AMBIENTE IGUAL A DO SIGN-ON: FECHSALD E BACKVER TOMAM A EMPRESA
      *DA VARIAVEL EMPRESA, OS DEMAIS PASSOS DO SIGN-ON, E A VIRADA
      *NAO PODE MISTURAR O JOGO DE ARQUIVOS DE DUAS EMPRESAS. O ANO
      *INFORMADO TEM DE JA TER ACABADO.
       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "VIRADA" TO WS-Log-Programa
           IF NOT Oper-Supervisor
               DISPLAY "VIRADA - FUNCAO RESTRITA A SUPERVISOR "
                       "(NIVEL 3). ASSINE COM LOGON."
               MOVE "S" TO WS-RECUSADA
           ELSE
               IF WS-Arq-Empresa NOT = WS-Oper-Empresa
                   DISPLAY "VIRADA - EMPRESA DO AMBIENTE ("
                           WS-Arq-Empresa ") DIFERENTE DA DO "
                           "SIGN-ON (" WS-Oper-Empresa
                           ") - ACERTE A VARIAVEL EMPRESA."
                   MOVE "S" TO WS-RECUSADA
               END-IF
           END-IF
           IF NOT VIRADA-RECUSADA
               DISPLAY "VIRADA - ANO A FECHAR (AAAA): "
               ACCEPT WS-ANO
               IF WS-ANO < 1990 OR WS-ANO NOT < WS-HOJE-ANO
                   DISPLAY "VIRADA - ANO INVALIDO: A VIRADA RODA "
                           "DEPOIS DO FIM DO ANO QUE FECHA."
                   MOVE "S" TO WS-RECUSADA
               END-IF
           END-IF
           IF NOT VIRADA-RECUSADA
               COMPUTE WS-PERIODO-VIRADA = WS-ANO * 100 + 12
               MOVE WS-Arq-Empresa TO WS-EMPRESA-ED CP-EMPRESA
               PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
               MOVE "ACE01" TO WS-Lv-Arq
               MOVE 2 TO WS-Lv-Esperada
               PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
               IF NOT Layout-Confere
                   MOVE "S" TO WS-RECUSADA
               END-IF
           END-IF
           IF NOT VIRADA-RECUSADA
               MOVE "X" TO WS-SITUACAO-VIRADA
               PERFORM Grava-Registro-Virada
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-REGISTRO-VIRADA - O REGISTRO "VIRADA" (SITUACAO EM
      *RC-STATUS) E O PARAMETRO QUE OS PASSOS CHAMADOS CONSULTAM
      *(VERIFICA-VIRADA). O CONTROLE FICA FECHADO ENQUANTO OS PASSOS
      *RODAM - BACKVER GRAVA NELE O PROPRIO RESULTADO.
       Grava-Registro-Virada SECTION.
           PERFORM Abre-Controle
           IF FS-RC NOT = "00"
               DISPLAY "VIRADA - ERRO NO CONTROLE DE EXECUCAO: " FS-RC
               MOVE "S" TO WS-RECUSADA
           ELSE
               MOVE "VIRADA"          TO RC-JOB
               READ Arquivo-Controle
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE "VIRADA"          TO RC-JOB
               MOVE WS-DATA-HOJE      TO RC-DATA-ULT
               MOVE WS-PERIODO-VIRADA TO RC-PERIODO
               MOVE WS-SITUACAO-VIRADA TO RC-STATUS
               MOVE ZERO              TO RC-CONTAGEM
               IF FS-RC = "00"
                   REWRITE Reg-Controle
                       INVALID KEY
                           DISPLAY "VIRADA - ERRO AO GRAVAR O "
                                   "CONTROLE DA VIRADA."
                           MOVE "S" TO WS-RECUSADA
                   END-REWRITE
               ELSE
                   WRITE Reg-Controle
                       INVALID KEY
                           DISPLAY "VIRADA - ERRO AO GRAVAR O "
                                   "CONTROLE DA VIRADA."
                           MOVE "S" TO WS-RECUSADA
                   END-WRITE
               END-IF
               CLOSE Arquivo-Controle
           END-IF
           MOVE "00" TO FS-RC
           .

      *---------------------------------------------------------------*

       Abre-Controle SECTION.
           OPEN I-O Arquivo-Controle
           IF FS-RC = "05" OR "35"
               OPEN OUTPUT Arquivo-Controle
               CLOSE Arquivo-Controle
               OPEN I-O Arquivo-Controle
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-BACKUP - A VIRADA APAGA MOVIMENTO E VENDAS: SO COMECA
      *COM A COPIA DE HOJE FEITA E CONFERIDA. BACKVER, CHAMADO COM A
      *VIRADA EM CURSO, CONFERE A COPIA DA DATA DE HOJE E DEVOLVE
      *RETURN-CODE DIFERENTE DE ZERO COM DIVERGENCIA OU SEM COPIA.
       Confere-Backup SECTION.
           DISPLAY "VIRADA - CONFERINDO A COPIA DE SEGURANCA DE HOJE "
                   "(BACKVER)."
           MOVE ZERO TO RETURN-CODE
           CALL "BACKVER"
               ON EXCEPTION
                   DISPLAY "VIRADA - FALHA AO CHAMAR BACKVER."
                   MOVE "S" TO WS-RECUSADA
               NOT ON EXCEPTION
                   IF RETURN-CODE NOT = ZERO
                       MOVE "S" TO WS-RECUSADA
                       MOVE ZERO TO RETURN-CODE
                   END-IF
                   CANCEL "BACKVER"
           END-CALL
           IF VIRADA-RECUSADA
               DISPLAY "VIRADA - SEM COPIA DE SEGURANCA DE HOJE "
                       "CONFERIDA: RODE BACKUP E BACKVER E REPITA. "
                       "NADA FOI ALTERADO."
               MOVE "R" TO WS-SITUACAO-VIRADA
               PERFORM Grava-Registro-Virada
               MOVE "S" TO WS-RECUSADA
               PERFORM Registra-Log
           END-IF
           .

      *---------------------------------------------------------------*
      *EXECUTA-PASSO - PASSO JA CONCLUIDO PARA O ANO (REGISTRO
      *"VRnnxxxx" COM SITUACAO "O" E PERIODO AAAA12) NAO RODA DE
      *NOVO; O RESULTADO DA RODADA ANTERIOR VAI PARA O RELATORIO.
       Executa-Passo SECTION.
           MOVE TP-SIGLA(WS-IX) TO CP-SIGLA
           PERFORM Abre-Controle
           MOVE WS-CHAVE-PASSO TO RC-JOB
           READ Arquivo-Controle
               INVALID KEY
                   MOVE ZEROS TO RC-DATA-ULT RC-PERIODO RC-CONTAGEM
                   MOVE SPACE TO RC-STATUS
           END-READ
           CLOSE Arquivo-Controle
           IF RC-CONCLUIDO AND RC-PERIODO = WS-PERIODO-VIRADA
               MOVE "JA RODOU"  TO TP-RESULTADO(WS-IX)
               MOVE RC-DATA-ULT TO TP-DATA(WS-IX)
               MOVE RC-CONTAGEM TO TP-CONTAGEM(WS-IX)
               DISPLAY "VIRADA - " TP-NOME(WS-IX) " JA CONCLUIDO "
                       "PARA " WS-ANO " - PULADO."
           ELSE
               MOVE "N"  TO WS-PASSO-OK
               MOVE ZERO TO WS-QTD-EXPURGO
               EVALUATE WS-IX
                   WHEN 1
                       PERFORM Passo-Historico
                   WHEN 2
                       PERFORM Passo-Foto
                   WHEN 3
                       PERFORM Passo-Inventario
                   WHEN 4
                       PERFORM Passo-Expurgo-Movimento
                   WHEN 5
                       PERFORM Passo-Expurgo-Vendas
                   WHEN 6
                       PERFORM Passo-Periodo
                   WHEN 7
                       PERFORM Passo-Contagem
               END-EVALUATE
               PERFORM Registra-Passo
           END-IF
           .

      *---------------------------------------------------------------*

       Registra-Passo SECTION.
           MOVE WS-DATA-HOJE TO TP-DATA(WS-IX)
           IF WS-QTD-EXPURGO > 99999
               MOVE 99999 TO TP-CONTAGEM(WS-IX)
           ELSE
               MOVE WS-QTD-EXPURGO TO TP-CONTAGEM(WS-IX)
           END-IF
           PERFORM Abre-Controle
           MOVE WS-CHAVE-PASSO    TO RC-JOB
           READ Arquivo-Controle
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-CHAVE-PASSO    TO RC-JOB
           MOVE WS-DATA-HOJE      TO RC-DATA-ULT
           MOVE WS-PERIODO-VIRADA TO RC-PERIODO
           MOVE TP-CONTAGEM(WS-IX) TO RC-CONTAGEM
           IF PASSO-OK
               MOVE "CONCLUIDO" TO TP-RESULTADO(WS-IX)
               MOVE "O" TO RC-STATUS
           ELSE
               MOVE "FALHOU" TO TP-RESULTADO(WS-IX)
               MOVE "E" TO RC-STATUS
               MOVE "S" TO WS-PAROU
               MOVE WS-IX TO WS-PASSO-FALHOU
               DISPLAY "VIRADA - " TP-NOME(WS-IX) " FALHOU - VIRADA "
                       "PARADA; CORRIJA E RODE DE NOVO (RECOMECA "
                       "DESTE PASSO)."
           END-IF
           IF FS-RC = "00"
               REWRITE Reg-Controle
                   INVALID KEY
                       DISPLAY "VIRADA - ERRO AO GRAVAR CONTROLE DE "
                               TP-NOME(WS-IX)
               END-REWRITE
           ELSE
               WRITE Reg-Controle
                   INVALID KEY
                       DISPLAY "VIRADA - ERRO AO GRAVAR CONTROLE DE "
                               TP-NOME(WS-IX)
               END-WRITE
           END-IF
           CLOSE Arquivo-Controle
           MOVE "00" TO FS-RC
           .

      *---------------------------------------------------------------*
      *CHAMA-PROGRAMA - MESMO PROTOCOLO DA CORRENTE NOTURNA: RETURN-
      *CODE DIFERENTE DE ZERO E O PASSO AVISANDO QUE FALHOU. NENHUM
      *ARQUIVO DA VIRADA FICA ABERTO DURANTE A CHAMADA.
       Chama-Programa SECTION.
           DISPLAY "VIRADA - EXECUTANDO " TP-NOME(WS-IX)
           MOVE ZERO TO RETURN-CODE
           CALL TP-NOME(WS-IX)
               ON EXCEPTION
                   MOVE "N" TO WS-PASSO-OK
                   DISPLAY "VIRADA - FALHA AO CHAMAR " TP-NOME(WS-IX)
               NOT ON EXCEPTION
                   IF RETURN-CODE NOT = ZERO
                       MOVE "N" TO WS-PASSO-OK
                       MOVE ZERO TO RETURN-CODE
                   ELSE
                       MOVE "S" TO WS-PASSO-OK
                   END-IF
                   CANCEL TP-NOME(WS-IX)
           END-CALL
           .

      *---------------------------------------------------------------*
      *PASSO-HISTORICO - VENANU COPIA AS VENDAS DO ANO PARA ACE10. SEM
      *NENHUM HISTORICO DO ANO COM PRODUTO CADASTRADO, O PASSO FALHOU.
       Passo-Historico SECTION.
           PERFORM Chama-Programa
           IF PASSO-OK
               PERFORM Conta-Historico
               MOVE WS-QTD-HISTORICO TO WS-QTD-EXPURGO
               IF WS-QTD-HISTORICO = ZERO
                   PERFORM Conta-Produtos
                   IF WS-QTD-PRODUTOS NOT = ZERO
                       DISPLAY "VIRADA - VENANU NAO GRAVOU O "
                               "HISTORICO DE " WS-ANO " EM ACE10."
                       MOVE "N" TO WS-PASSO-OK
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PASSO-FOTO - A FOTO DE 31\12 E A ABERTURA DE JANEIRO: FECHSALD
      *SO A TIRA EM JANEIRO DO ANO SEGUINTE, E NORMALMENTE A CORRENTE
      *NOTURNA JA O RODOU NA VIRADA DO MES (INVENTARIO DO ANO JA EM
      *ACEIV). FORA DE JANEIRO A FOTO NAO E REFEITA - O INVENTARIO SAI
      *DA FOTO DE JANEIRO NO PASSO SEGUINTE (LIVROINV).
       Passo-Foto SECTION.
           PERFORM Le-Inventario
           IF IV-ACHADO
               DISPLAY "VIRADA - INVENTARIO DE " WS-ANO " JA "
                       "CONGELADO EM ACEIV - FECHSALD NAO REPETIDO."
               MOVE "S" TO WS-PASSO-OK
               MOVE WS-IV-ITENS TO WS-QTD-EXPURGO
           ELSE
               IF WS-HOJE-MES = 1 AND WS-HOJE-ANO = WS-ANO + 1
                   PERFORM Chama-Programa
                   IF PASSO-OK
                       PERFORM Le-Inventario
                       IF IV-ACHADO
                           MOVE WS-IV-ITENS TO WS-QTD-EXPURGO
                       ELSE
                           DISPLAY "VIRADA - FECHSALD NAO GRAVOU O "
                                   "INVENTARIO DE " WS-ANO "."
                           MOVE "N" TO WS-PASSO-OK
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "VIRADA - FORA DE JANEIRO A FOTO DE "
                           "ABERTURA NAO E REFEITA; O INVENTARIO SAI "
                           "DA FOTO DE JANEIRO (LIVROINV)."
                   MOVE "S" TO WS-PASSO-OK
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PASSO-INVENTARIO - LIVROINV, COM A VIRADA EM CURSO, MANTEM O
      *INVENTARIO JA CONGELADO OU O GERA DA FOTO DE JANEIRO. A EMISSAO
      *DO LIVRO CONTINUA MANUAL (LIVROINV, OPCAO 2).
       Passo-Inventario SECTION.
           PERFORM Chama-Programa
           IF PASSO-OK
               PERFORM Le-Inventario
               IF IV-ACHADO
                   MOVE WS-IV-ITENS TO WS-QTD-EXPURGO
               ELSE
                   DISPLAY "VIRADA - SEM INVENTARIO DE " WS-ANO
                           " EM ACEIV."
                   MOVE "N" TO WS-PASSO-OK
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PASSO-EXPURGO-MOVIMENTO - ARQMOV LEVA PARA O MORTO O MOVIMENTO
      *ANTERIOR A 1\1 DO ANO QUE FECHA. A CONTAGEM E O QUE SAIU.
       Passo-Expurgo-Movimento SECTION.
           PERFORM Conta-Movimento
           MOVE WS-QTD-LIDOS TO WS-MOV-ANTES
           PERFORM Chama-Programa
           PERFORM Conta-Movimento
           MOVE WS-QTD-LIDOS TO WS-MOV-DEPOIS
           IF WS-MOV-ANTES > WS-MOV-DEPOIS
               COMPUTE WS-QTD-EXPURGO = WS-MOV-ANTES - WS-MOV-DEPOIS
           END-IF
           .

      *---------------------------------------------------------------*
      *PASSO-EXPURGO-VENDAS - ARQVEN LEVA PARA O MORTO PEDIDOS (ACE11)
      *E NOTAS (ACE14) ANTERIORES AO CORTE. A CONTAGEM E A SOMA DAS
      *CAPAS QUE SAIRAM.
       Passo-Expurgo-Vendas SECTION.
           PERFORM Conta-Pedidos
           MOVE WS-QTD-LIDOS TO WS-PED-ANTES
           PERFORM Conta-Notas
           MOVE WS-QTD-LIDOS TO WS-NF-ANTES
           PERFORM Chama-Programa
           PERFORM Conta-Pedidos
           MOVE WS-QTD-LIDOS TO WS-PED-DEPOIS
           PERFORM Conta-Notas
           MOVE WS-QTD-LIDOS TO WS-NF-DEPOIS
           IF WS-PED-ANTES > WS-PED-DEPOIS
               COMPUTE WS-QTD-EXPURGO = WS-PED-ANTES - WS-PED-DEPOIS
           END-IF
           IF WS-NF-ANTES > WS-NF-DEPOIS
               COMPUTE WS-QTD-EXPURGO = WS-QTD-EXPURGO
                                      + WS-NF-ANTES - WS-NF-DEPOIS
           END-IF
           .

      *---------------------------------------------------------------*
      *PASSO-PERIODO - FECHPER FECHA O PERIODO ATE 12\AAAA; A VIRADA
      *CONFERE O MARCO GRAVADO EM ACECE.
       Passo-Periodo SECTION.
           PERFORM Chama-Programa
           IF PASSO-OK
               PERFORM Le-Periodo-Fechado
               IF WS-FECH-ANO * 100 + WS-FECH-MES < WS-PERIODO-VIRADA
                   DISPLAY "VIRADA - PERIODO NAO FECHADO ATE 12/"
                           WS-ANO " EM ACECE."
                   MOVE "N" TO WS-PASSO-OK
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *PASSO-CONTAGEM - A MARCA CONTOU-01 ("S" = CONTADO NO ANO,
      *LIGADA PELA CONTAGEM) VOLTA PARA "N" EM TODO O CADASTRO DA
      *EMPRESA, PARA O ANO NOVO COMECAR SEM NENHUM PRODUTO CONTADO.
       Passo-Contagem SECTION.
           DISPLAY "VIRADA - ZERANDO A MARCA DE CONTAGEM DO ANO."
           MOVE ZERO TO WS-QTD-ZERADOS WS-QTD-PRODUTOS
           OPEN I-O ACE01
           IF FS NOT = "00"
               DISPLAY "VIRADA - ERRO AO ABRIR ACE01: " FS
           ELSE
               MOVE "S" TO WS-PASSO-OK
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE01 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-PRODUTOS
                           IF CONTOU-01 NOT = "N"
                               MOVE "N" TO CONTOU-01
                               REWRITE REG-01
                                   INVALID KEY
                                       DISPLAY "VIRADA - ERRO AO "
                                               "GRAVAR O PRODUTO "
                                               COD-01
                                       MOVE "N" TO WS-PASSO-OK
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-ZERADOS
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE01
               MOVE WS-QTD-ZERADOS TO WS-QTD-EXPURGO
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Conta-Historico SECTION.
           MOVE ZERO TO WS-QTD-HISTORICO
           OPEN INPUT ACE10
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE10 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ANO-10 = WS-ANO
                               ADD 1 TO WS-QTD-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE10
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Conta-Produtos SECTION.
           MOVE ZERO TO WS-QTD-PRODUTOS
           OPEN INPUT ACE01
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE01 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-PRODUTOS
                   END-READ
               END-PERFORM
               CLOSE ACE01
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Conta-Movimento SECTION.
           MOVE ZERO TO WS-QTD-LIDOS
           OPEN INPUT ACE02
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE02 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ACE02
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Conta-Pedidos SECTION.
           MOVE ZERO TO WS-QTD-LIDOS
           OPEN INPUT ACE11
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE11 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ACE11
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Conta-Notas SECTION.
           MOVE ZERO TO WS-QTD-LIDOS
           OPEN INPUT ACE14
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE14 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ACE14
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LE-INVENTARIO - CABECALHO DO INVENTARIO DO ANO EM ACEIV.
       Le-Inventario SECTION.
           MOVE "N" TO WS-IV-ACHADO
           OPEN INPUT ACEIV
           IF FS = "00"
               MOVE WS-ANO TO IV-ANO
               MOVE "A"    TO IV-TIPO
               MOVE ZERO   TO IV-CODTRI IV-COD
               MOVE SPACE  TO IV-CLASSE
               READ ACEIV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"          TO WS-IV-ACHADO
                       MOVE IV-QTD-ITENS TO WS-IV-ITENS
                       MOVE IV-TOTAL     TO WS-IV-TOTAL
                       MOVE IV-SITUACAO  TO WS-IV-SITUACAO
                       MOVE IV-ORIGEM    TO WS-IV-ORIGEM
               END-READ
               CLOSE ACEIV
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Le-Periodo-Fechado SECTION.
           MOVE ZERO TO WS-FECH-ANO WS-FECH-MES
           OPEN INPUT ACECE
           IF FS = "00"
               MOVE WS-Arq-Empresa TO COD-CE
               READ ACECE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FECHANO-CE TO WS-FECH-ANO
                       MOVE FECHMES-CE TO WS-FECH-MES
               END-READ
               CLOSE ACECE
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *ENCERRA-VIRADA - O REGISTRO "VIRADA" SAI DE "X": "O" COM TODOS
      *OS PASSOS CONCLUIDOS, "E" COM A VIRADA PARADA NUM PASSO. FORA
      *DE "X" OS PASSOS VOLTAM A PERGUNTAR ANO E CORTE QUANDO RODADOS
      *AVULSOS.
       Encerra-Virada SECTION.
           IF VIRADA-PAROU
               MOVE "E" TO WS-SITUACAO-VIRADA
           ELSE
               MOVE "O" TO WS-SITUACAO-VIRADA
           END-IF
           PERFORM Grava-Registro-Virada
           PERFORM Registra-Log
           .

      *---------------------------------------------------------------*

       Registra-Log SECTION.
           OPEN EXTEND Arquivo-Log
           MOVE "VIRADA"       TO WS-Log-Funcao
           MOVE WS-ANO         TO CL-ANO
           MOVE WS-SITUACAO-VIRADA TO CL-SITUACAO
           MOVE WS-EMPRESA-ED  TO CL-EMPRESA
           MOVE WS-CHAVE-LOG   TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           CLOSE Arquivo-Log
           .

      *---------------------------------------------------------------*
      *IMPRIME-CONTROLE - RELATORIO DE CONTROLE DA VIRADA: UMA LINHA
      *POR PASSO, OS TOTAIS DE CONFERENCIA (LIDOS DE NOVO DOS ARQUIVOS
      *NO FIM, VALEM PARA PASSO RODADO HOJE OU ANTES) E O VISTO DO
      *SUPERVISOR.
       Imprime-Controle SECTION.
           MOVE "CONTROLE DA VIRADA DO ANO" TO WS-Rel-Titulo
           MOVE "VIRADA" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-ANO        TO LP-ANO DE-ANO
           MOVE WS-EMPRESA-ED TO LP-EMPRESA
           MOVE 1             TO DE-DIA DE-MES
           MOVE WS-DATA-ED    TO LP-CORTE
           WRITE REG-REL FROM WS-LINHA-PARAM
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-CAB-PASSOS
           ADD 3 TO WS-Rel-Linha
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
               PERFORM Imprime-Passo
           END-PERFORM
           PERFORM Imprime-Totais
           PERFORM Imprime-Visto
           CLOSE RELATO
           DISPLAY "VIRADA - RELATORIO DE CONTROLE EM "
                   WS-Rel-Dispositivo
           .

      *---------------------------------------------------------------*

       Imprime-Passo SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-IX              TO LD-PASSO
           MOVE TP-NOME(WS-IX)      TO LD-NOME
           MOVE TP-DESCRICAO(WS-IX) TO LD-DESCRICAO
           MOVE SPACES             TO LD-DATA
           MOVE ZERO               TO LD-CONTAGEM
           IF TP-RESULTADO(WS-IX) = SPACES
               MOVE "NAO RODOU" TO LD-RESULTADO
           ELSE
               MOVE TP-RESULTADO(WS-IX) TO LD-RESULTADO
               MOVE TP-DATA(WS-IX)(7:2) TO DE-DIA
               MOVE TP-DATA(WS-IX)(5:2) TO DE-MES
               MOVE TP-DATA(WS-IX)(1:4) TO DE-ANO
               MOVE WS-DATA-ED          TO LD-DATA
               MOVE TP-CONTAGEM(WS-IX)  TO LD-CONTAGEM
           END-IF
           WRITE REG-REL FROM WS-LINHA-PASSO
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Totais SECTION.
           IF WS-Rel-Linha + 16 > Tl-Rel-Linhas-Pagina
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
           END-IF
           PERFORM Conta-Historico
           PERFORM Le-Inventario
           PERFORM Le-Periodo-Fechado
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE " TOTAIS DE CONTROLE" TO WS-LINHA-TEXTO
           WRITE REG-REL FROM WS-LINHA-TEXTO
           ADD 2 TO WS-Rel-Linha
           MOVE "HISTORICO DE VENDAS DO ANO EM ACE10 (PRODUTOS)"
             TO LQ-TEXTO
           MOVE WS-QTD-HISTORICO TO LQ-QTD
           PERFORM Grava-Linha-Qtd
           IF IV-ACHADO
               MOVE "INVENTARIO DO ANO - ITENS" TO LQ-TEXTO
               MOVE WS-IV-ITENS TO LQ-QTD
               PERFORM Grava-Linha-Qtd
               MOVE "INVENTARIO DO ANO - VALOR TOTAL" TO LV-TEXTO
               MOVE WS-IV-TOTAL TO LV-VALOR
               WRITE REG-REL FROM WS-LINHA-VALOR
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "   INVENTARIO DO ANO - SITUACAO " WS-IV-SITUACAO
                      " (G=GERADO E=EMITIDO)  ORIGEM " WS-IV-ORIGEM
                      " (F=FECHSALD L=LIVROINV)"
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               END-STRING
               WRITE REG-REL FROM WS-LINHA-TEXTO
               ADD 2 TO WS-Rel-Linha
           ELSE
               MOVE "   INVENTARIO DO ANO: NAO GERADO EM ACEIV"
                 TO WS-LINHA-TEXTO
               WRITE REG-REL FROM WS-LINHA-TEXTO
               ADD 1 TO WS-Rel-Linha
           END-IF
           IF WS-MOV-ANTES NOT = ZERO OR WS-MOV-DEPOIS NOT = ZERO
               MOVE "MOVIMENTO (ACE02) ANTES DO EXPURGO" TO LQ-TEXTO
               MOVE WS-MOV-ANTES TO LQ-QTD
               PERFORM Grava-Linha-Qtd
               MOVE "MOVIMENTO (ACE02) DEPOIS DO EXPURGO" TO LQ-TEXTO
               MOVE WS-MOV-DEPOIS TO LQ-QTD
               PERFORM Grava-Linha-Qtd
           END-IF
           IF WS-PED-ANTES NOT = ZERO OR WS-NF-ANTES NOT = ZERO
               MOVE "PEDIDOS (ACE11) ANTES DO EXPURGO" TO LQ-TEXTO
               MOVE WS-PED-ANTES TO LQ-QTD
               PERFORM Grava-Linha-Qtd
               MOVE "PEDIDOS (ACE11) DEPOIS DO EXPURGO" TO LQ-TEXTO
               MOVE WS-PED-DEPOIS TO LQ-QTD
               PERFORM Grava-Linha-Qtd
               MOVE "NOTAS (ACE14) ANTES DO EXPURGO" TO LQ-TEXTO
               MOVE WS-NF-ANTES TO LQ-QTD
               PERFORM Grava-Linha-Qtd
               MOVE "NOTAS (ACE14) DEPOIS DO EXPURGO" TO LQ-TEXTO
               MOVE WS-NF-DEPOIS TO LQ-QTD
               PERFORM Grava-Linha-Qtd
           END-IF
           MOVE SPACES TO WS-LINHA-TEXTO
           STRING "   PERIODO FECHADO EM ACECE ATE "
                  WS-FECH-MES "/" WS-FECH-ANO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO
           END-STRING
           WRITE REG-REL FROM WS-LINHA-TEXTO
           ADD 1 TO WS-Rel-Linha
           IF TP-RESULTADO(7) = "CONCLUIDO"
               MOVE "PRODUTOS COM A MARCA DE CONTAGEM ZERADA"
                 TO LQ-TEXTO
               MOVE WS-QTD-ZERADOS TO LQ-QTD
               PERFORM Grava-Linha-Qtd
               MOVE "PRODUTOS NO CADASTRO" TO LQ-TEXTO
               MOVE WS-QTD-PRODUTOS TO LQ-QTD
               PERFORM Grava-Linha-Qtd
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Linha-Qtd SECTION.
           WRITE REG-REL FROM WS-LINHA-QTD
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Visto SECTION.
           IF WS-Rel-Linha + 7 > Tl-Rel-Linhas-Pagina
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
           END-IF
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA-TEXTO
           IF VIRADA-PAROU
               STRING " SITUACAO: VIRADA PARADA NO PASSO "
                      WS-PASSO-FALHOU " (" TP-NOME(WS-PASSO-FALHOU)
                      ") - CORRIJA E RODE DE NOVO"
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               END-STRING
           ELSE
               MOVE " SITUACAO: VIRADA DO ANO CONCLUIDA"
                 TO WS-LINHA-TEXTO
           END-IF
           WRITE REG-REL FROM WS-LINHA-TEXTO
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-DATA-HOJE(7:2) TO DE-DIA
           MOVE WS-DATA-HOJE(5:2) TO DE-MES
           MOVE WS-DATA-HOJE(1:4) TO DE-ANO
           MOVE SPACES TO WS-LINHA-TEXTO
           STRING " EXECUTADO POR: " WS-Oper-Codigo " " WS-Oper-Nome
                  " EM " WS-DATA-ED
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO
           END-STRING
           WRITE REG-REL FROM WS-LINHA-TEXTO
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE " VISTO DO SUPERVISOR: ______________________________"
             TO WS-LINHA-TEXTO
           MOVE "DATA: __/__/____" TO WS-LINHA-TEXTO(57:16)
           WRITE REG-REL FROM WS-LINHA-TEXTO
           ADD 6 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

      *GOBACK EM VEZ DE STOP RUN, COMO OS PASSOS: O REGISTRO "VIRADA"
      *JA FOI ENCERRADO E NADA FICA ABERTO.
       Program-Terminate SECTION.
           IF VIRADA-PAROU OR VIRADA-RECUSADA
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
