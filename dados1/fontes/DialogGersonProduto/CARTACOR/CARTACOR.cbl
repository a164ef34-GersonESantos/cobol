000010*CARTACOR-CARTA DE CORRECAO DE NOTA FISCAL EMITIDA. CORRIGE SO  *
000020*O QUE A CARTA PODE CORRIGIR, SEM CANCELAR A NOTA COMO O        *
000030*ESTORNO: A TRANSPORTADORA (NF-TRANSP, CONFERIDA EM ACETP), O   *
000040*ENDERECO DE ENTREGA (NF-ENDENT, CONFERIDO EM ACEEE PARA O      *
000050*CLIENTE DA NOTA) E OS DADOS DOS VOLUMES (QUANTIDADE, ESPECIE,  *
000060*PESO BRUTO E LIQUIDO). VALORES, QUANTIDADES, IMPOSTO, CLIENTE  *
000070*E DATAS SAO RECUSADOS - PARA ELES SO O ESTORNO. CADA CARTA     *
000080*RECEBE O NUMERO SEGUINTE DENTRO DA NOTA E FICA EM ACECC COM O  *
000090*TEXTO ANTERIOR E O CORRIGIDO; TRANSPORTADORA E ENDERECO SAO    *
000100*REGRAVADOS NA CAPA (ACE14). A CARTA E IMPRESSA EM RELATO E O   *
000110*OPERADOR FICA NO LOG. MODO 2 REIMPRIME AS CARTAS DE UMA NOTA.  *
000120*NOTA CANCELADA NAO RECEBE CARTA. EMITIR EXIGE OPERADOR COM     *
000130*NIVEL DE MANUTENCAO.                                           *
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. CARTACOR.
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELCC".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELTP".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELEE".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000280     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000290                    FILE STATUS IS FS-REL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDCC".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDTP".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDEE".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000420 WORKING-STORAGE SECTION.
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-CARTACOR       PIC X(01) VALUE "N".
           88  FIM-CARTACOR      VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-CORRECAO-OK        PIC X(01).
           88  CORRECAO-OK       VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CAMPO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-NUM-NOTA           PIC 9(06).
       01  WS-SEQ-CARTA          PIC 9(02).
       01  WS-QTD-CARTAS         PIC 9(02).
       01  WS-TRANSP-ATUAL       PIC 9(04).
       01  WS-TRANSP-NOVA        PIC 9(04).
       01  WS-ENDENT-ATUAL       PIC 9(02).
       01  WS-ENDENT-NOVO        PIC 9(02).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-HORA-AGORA         PIC 9(08).
       01  WS-DATA-ED.
           03  WS-DATA-ED-DIA    PIC 9(02).
           03  FILLER            PIC X(01) VALUE "/".
           03  WS-DATA-ED-MES    PIC 9(02).
           03  FILLER            PIC X(01) VALUE "/".
           03  WS-DATA-ED-ANO    PIC 9(04).
       01  WS-DATA-AUX           PIC 9(08).
       01  WS-DATA-AUX-G REDEFINES WS-DATA-AUX.
           03  WS-AUX-ANO        PIC 9(04).
           03  WS-AUX-MES        PIC 9(02).
           03  WS-AUX-DIA        PIC 9(02).

       01  WS-VOL-QTDE           PIC 9(05).
       01  WS-VOL-ESPECIE        PIC X(10).
       01  WS-VOL-PBRUTO         PIC 9(06)V999.
       01  WS-VOL-PLIQ           PIC 9(06)V999.
       01  WS-VOL-QTDE-ED        PIC ZZZZ9.
       01  WS-VOL-PBRUTO-ED      PIC ZZZZZ9.999.
       01  WS-VOL-PLIQ-ED        PIC ZZZZZ9.999.

       01  WS-LINHA-REL          PIC X(80).
       01  WS-REG-CC-SALVO       PIC X(200).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CARTACOR
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACE14" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CARTACOR
           END-IF
           OPEN I-O ACE14
           IF FS NOT = "00"
               DISPLAY "CARTACOR - ARQUIVO DE NOTAS (ACE14) NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-CARTACOR
           END-IF
           OPEN I-O ACECC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECC
               CLOSE ACECC
               OPEN I-O ACECC
           END-IF
           OPEN INPUT ACECL
           OPEN INPUT ACETP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACETP
               CLOSE ACETP
               OPEN INPUT ACETP
           END-IF
           OPEN INPUT ACEEE
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEEE
               CLOSE ACEEE
               OPEN INPUT ACEEE
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "CARTACOR" TO WS-Log-Programa
           MOVE "CARTA DE CORRECAO            " TO WS-Rel-Titulo
           MOVE "CARTACOR" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CARTACOR - 1=EMITIR CARTA DE CORRECAO 2=REIMPRIMIR "
                   "CARTAS DA NOTA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF Oper-Pode-Manter
                       PERFORM Emite-Carta
                   ELSE
                       DISPLAY "OPERADOR SEM NIVEL PARA EMITIR CARTA "
                               "DE CORRECAO."
                   END-IF
               WHEN 2
                   PERFORM Reimprime-Cartas
               WHEN 0
                   MOVE "S" TO WS-FIM-CARTACOR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Le-Nota SECTION.
           DISPLAY "NUMERO DA NOTA: "
           ACCEPT WS-NUM-NOTA
           MOVE WS-NUM-NOTA TO NF-NUM
           READ ACE14
               INVALID KEY
                   DISPLAY "NOTA NAO ENCONTRADA."
                   MOVE "23" TO FS
               NOT INVALID KEY
                   MOVE "00" TO FS
           END-READ
           .

      *---------------------------------------------------------------*
      *EMITE-CARTA - SO NOTA EMITIDA (NAO CANCELADA). O OPERADOR
      *ESCOLHE O CAMPO; QUALQUER OUTRO CAMPO DA NOTA E RECUSADO.
       Emite-Carta SECTION.
           PERFORM Le-Nota
           IF FS = "00"
               IF NF-CANCELADA
                   DISPLAY "NOTA CANCELADA - NAO RECEBE CARTA DE "
                           "CORRECAO."
               ELSE
                   PERFORM Mostra-Nota
                   DISPLAY "CAMPO A CORRIGIR - 1=TRANSPORTADORA "
                           "2=ENDERECO DE ENTREGA 3=VOLUMES "
                           "4=OUTRO: "
                   ACCEPT WS-CAMPO
                   MOVE SPACES TO REG-CC
                   MOVE ZERO   TO CC-VOL-QTDE CC-VOL-PBRUTO
                                  CC-VOL-PLIQ
                   MOVE "N" TO WS-CORRECAO-OK
                   EVALUATE WS-CAMPO
                       WHEN 1
                           PERFORM Corrige-Transportadora
                       WHEN 2
                           PERFORM Corrige-Endereco
                       WHEN 3
                           PERFORM Corrige-Volumes
                       WHEN OTHER
                           DISPLAY "VALORES, QUANTIDADES, IMPOSTO, "
                                   "CLIENTE E DATAS NAO SE CORRIGEM "
                                   "POR CARTA - SO PELO ESTORNO."
                   END-EVALUATE
                   IF CORRECAO-OK
                       DISPLAY "ONDE SE LE: " CC-ANTES
                       DISPLAY "LEIA-SE:    " CC-DEPOIS
                       DISPLAY "CONFIRMA A CARTA DE CORRECAO (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR "s"
                           PERFORM Grava-Carta
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *MOSTRA-NOTA - NOTAS ANTERIORES AOS CAMPOS DE TRANSPORTADORA E
      *ENDERECO CARREGAM ESPACOS NELES: VALEM COMO ZERO.
       Mostra-Nota SECTION.
           IF NF-TRANSP NUMERIC
               MOVE NF-TRANSP TO WS-TRANSP-ATUAL
           ELSE
               MOVE ZERO TO WS-TRANSP-ATUAL
           END-IF
           IF NF-ENDENT NUMERIC
               MOVE NF-ENDENT TO WS-ENDENT-ATUAL
           ELSE
               MOVE ZERO TO WS-ENDENT-ATUAL
           END-IF
           DISPLAY "NOTA " NF-NUM " DE " NF-DATA " CLIENTE " NF-CLI
                   " TOTAL " NF-TOTAL
           DISPLAY "TRANSPORTADORA " WS-TRANSP-ATUAL
                   " ENDERECO DE ENTREGA " WS-ENDENT-ATUAL
           .

      *---------------------------------------------------------------*

       Corrige-Transportadora SECTION.
           MOVE WS-TRANSP-ATUAL TO TP-CODIGO
           PERFORM Texto-Transportadora
           MOVE WS-LINHA-REL TO CC-ANTES
           DISPLAY "NOVA TRANSPORTADORA (0 = FROTA PROPRIA): "
           ACCEPT WS-TRANSP-NOVA
           IF WS-TRANSP-NOVA = WS-TRANSP-ATUAL
               DISPLAY "TRANSPORTADORA IGUAL A DA NOTA."
           ELSE
               MOVE WS-TRANSP-NOVA TO TP-CODIGO
               IF WS-TRANSP-NOVA = ZERO
                   MOVE "S" TO WS-CORRECAO-OK
               ELSE
                   READ ACETP
                       INVALID KEY
                           DISPLAY "TRANSPORTADORA NAO CADASTRADA."
                       NOT INVALID KEY
                           IF TRANSP-INATIVA
                               DISPLAY "TRANSPORTADORA INATIVA."
                           ELSE
                               MOVE "S" TO WS-CORRECAO-OK
                           END-IF
                   END-READ
                   MOVE "00" TO FS
               END-IF
               IF CORRECAO-OK
                   MOVE WS-TRANSP-NOVA TO TP-CODIGO
                   PERFORM Texto-Transportadora
                   MOVE WS-LINHA-REL TO CC-DEPOIS
                   MOVE "T" TO CC-CAMPO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Texto-Transportadora SECTION.
           MOVE SPACES TO WS-LINHA-REL
           IF TP-CODIGO = ZERO
               STRING "TRANSPORTADORA 0000 - FROTA PROPRIA"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           ELSE
               MOVE SPACES TO TP-NOME
               READ ACETP
                   INVALID KEY
                       MOVE "NAO CADASTRADA" TO TP-NOME
               END-READ
               MOVE "00" TO FS
               STRING "TRANSPORTADORA " TP-CODIGO " - " TP-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           END-IF
           .

      *---------------------------------------------------------------*

       Corrige-Endereco SECTION.
           MOVE WS-ENDENT-ATUAL TO EE-SEQ
           PERFORM Texto-Endereco
           MOVE WS-LINHA-REL TO CC-ANTES
           DISPLAY "NOVO ENDERECO DE ENTREGA (0 = PRINCIPAL DO "
                   "CADASTRO): "
           ACCEPT WS-ENDENT-NOVO
           IF WS-ENDENT-NOVO = WS-ENDENT-ATUAL
               DISPLAY "ENDERECO IGUAL AO DA NOTA."
           ELSE
               IF WS-ENDENT-NOVO = ZERO
                   MOVE "S" TO WS-CORRECAO-OK
               ELSE
                   MOVE NF-CLI         TO EE-CLI
                   MOVE WS-ENDENT-NOVO TO EE-SEQ
                   READ ACEEE
                       INVALID KEY
                           DISPLAY "ENDERECO NAO CADASTRADO PARA O "
                                   "CLIENTE DA NOTA."
                       NOT INVALID KEY
                           IF ENDERECO-INATIVO
                               DISPLAY "ENDERECO INATIVO."
                           ELSE
                               MOVE "S" TO WS-CORRECAO-OK
                           END-IF
                   END-READ
                   MOVE "00" TO FS
               END-IF
               IF CORRECAO-OK
                   MOVE WS-ENDENT-NOVO TO EE-SEQ
                   PERFORM Texto-Endereco
                   MOVE WS-LINHA-REL TO CC-DEPOIS
                   MOVE "E" TO CC-CAMPO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Texto-Endereco SECTION.
           MOVE SPACES TO WS-LINHA-REL
           IF EE-SEQ = ZERO
               STRING "ENDERECO 00 - PRINCIPAL DO CADASTRO DO CLIENTE"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           ELSE
               MOVE NF-CLI TO EE-CLI
               MOVE SPACES TO EE-ENDERECO
               READ ACEEE
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO EE-ENDERECO
               END-READ
               MOVE "00" TO FS
               STRING "ENDERECO " EE-SEQ " - " EE-ENDERECO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           END-IF
           .

      *---------------------------------------------------------------*
      *CORRIGE-VOLUMES - A CAPA NAO GUARDA OS VOLUMES: O TEXTO
      *ANTERIOR E O DA ULTIMA CARTA DE VOLUMES DA NOTA OU, SEM ELA, O
      *QUE FOI IMPRESSO NA NOTA.
       Corrige-Volumes SECTION.
           MOVE "CONFORME IMPRESSO NA NOTA" TO WS-LINHA-REL
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-NUM-NOTA TO CC-NOTA
           MOVE ZERO        TO CC-SEQ
           START ACECC KEY IS NOT LESS CC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACECC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CC-NOTA NOT = WS-NUM-NOTA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF CC-CAMPO-VOLUMES
                               MOVE CC-DEPOIS TO WS-LINHA-REL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE SPACES TO REG-CC
           MOVE ZERO   TO CC-VOL-QTDE CC-VOL-PBRUTO CC-VOL-PLIQ
           MOVE WS-LINHA-REL TO CC-ANTES
           DISPLAY "QUANTIDADE DE VOLUMES: "
           ACCEPT WS-VOL-QTDE
           DISPLAY "ESPECIE (CAIXA, FARDO, ...): "
           ACCEPT WS-VOL-ESPECIE
           DISPLAY "PESO BRUTO (KG): "
           ACCEPT WS-VOL-PBRUTO
           DISPLAY "PESO LIQUIDO (KG): "
           ACCEPT WS-VOL-PLIQ
           IF WS-VOL-QTDE = ZERO OR WS-VOL-ESPECIE = SPACES
               DISPLAY "INFORME A QUANTIDADE E A ESPECIE DOS VOLUMES."
           ELSE
               IF WS-VOL-PLIQ > WS-VOL-PBRUTO
                   DISPLAY "PESO LIQUIDO MAIOR QUE O BRUTO."
               ELSE
                   MOVE WS-VOL-QTDE    TO CC-VOL-QTDE WS-VOL-QTDE-ED
                   MOVE WS-VOL-ESPECIE TO CC-VOL-ESPECIE
                   MOVE WS-VOL-PBRUTO  TO CC-VOL-PBRUTO
                                          WS-VOL-PBRUTO-ED
                   MOVE WS-VOL-PLIQ    TO CC-VOL-PLIQ WS-VOL-PLIQ-ED
                   STRING "VOLUMES " WS-VOL-QTDE-ED " " WS-VOL-ESPECIE
                          " P.BRUTO " WS-VOL-PBRUTO-ED
                          " P.LIQ " WS-VOL-PLIQ-ED
                       DELIMITED BY SIZE INTO CC-DEPOIS
                   END-STRING
                   MOVE "V" TO CC-CAMPO
                   MOVE "S" TO WS-CORRECAO-OK
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *BUSCA-ULTIMA-CARTA - NUMERO DA ULTIMA CARTA DA NOTA EM
      *WS-SEQ-CARTA (ZERO = NENHUMA).
       Busca-Ultima-Carta SECTION.
           MOVE ZERO TO WS-SEQ-CARTA
           MOVE WS-NUM-NOTA TO CC-NOTA
           MOVE 99          TO CC-SEQ
           START ACECC KEY IS NOT GREATER CC-CHAVE
               INVALID KEY
                   MOVE "23" TO FS
           END-START
           IF FS = "00"
               READ ACECC PREVIOUS RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-NOTA = WS-NUM-NOTA
                           MOVE CC-SEQ TO WS-SEQ-CARTA
                       END-IF
               END-READ
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-CARTA - NUMERO SEGUINTE DENTRO DA NOTA; TRANSPORTADORA E
      *ENDERECO CORRIGIDOS VAO PARA A CAPA.
       Grava-Carta SECTION.
           MOVE REG-CC TO WS-REG-CC-SALVO
           PERFORM Busca-Ultima-Carta
           IF WS-SEQ-CARTA = 99
               DISPLAY "NOTA JA TEM 99 CARTAS DE CORRECAO."
           ELSE
               PERFORM Monta-Carta-Gravacao
           END-IF
           .

      *---------------------------------------------------------------*

       Monta-Carta-Gravacao SECTION.
           MOVE WS-REG-CC-SALVO TO REG-CC
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-NUM-NOTA        TO CC-NOTA
           ADD 1 TO WS-SEQ-CARTA
           MOVE WS-SEQ-CARTA       TO CC-SEQ
           MOVE WS-DATA-HOJE       TO CC-DATA
           MOVE WS-HORA-AGORA(1:6) TO CC-HORA
           MOVE WS-Oper-Codigo     TO CC-OPERADOR
           WRITE REG-CC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CARTA DE CORRECAO."
                   MOVE "23" TO FS
           END-WRITE
           IF FS = "00"
               MOVE WS-NUM-NOTA TO NF-NUM
               READ ACE14
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CC-CAMPO-TRANSP
                               MOVE WS-TRANSP-NOVA TO NF-TRANSP
                               REWRITE REG-14
                           WHEN CC-CAMPO-ENDENT
                               MOVE WS-ENDENT-NOVO TO NF-ENDENT
                               REWRITE REG-14
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               MOVE "00" TO FS
               MOVE "CARTA-CORR" TO WS-Log-Funcao
               MOVE SPACES       TO WS-Log-Chave
               STRING WS-NUM-NOTA "/" CC-SEQ " " CC-CAMPO
                   DELIMITED BY SIZE INTO WS-Log-Chave
               END-STRING
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               PERFORM Imprime-Carta
               DISPLAY "CARTA DE CORRECAO " CC-SEQ " DA NOTA "
                       WS-NUM-NOTA " EMITIDA."
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Reimprime-Cartas SECTION.
           PERFORM Le-Nota
           IF FS = "00"
               MOVE ZERO TO WS-QTD-CARTAS
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-NUM-NOTA TO CC-NOTA
               MOVE ZERO        TO CC-SEQ
               START ACECC KEY IS NOT LESS CC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACECC NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CC-NOTA NOT = WS-NUM-NOTA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               ADD 1 TO WS-QTD-CARTAS
                               PERFORM Imprime-Carta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
               DISPLAY "CARTACOR - " WS-QTD-CARTAS
                       " CARTA(S) DA NOTA " WS-NUM-NOTA
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPRIME-CARTA - UMA CARTA POR PAGINA, COM A NOTA EM REG-14 E A
      *CARTA EM REG-CC.
       Imprime-Carta SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE NF-DATA TO WS-DATA-AUX
           PERFORM Edita-Data
           MOVE SPACES TO WS-LINHA-REL
           STRING "CARTA DE CORRECAO No " CC-SEQ
                  " DA NOTA FISCAL " NF-NUM " DE " WS-DATA-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM Escreve-Linha
           MOVE NF-CLI TO CLI-CODIGO
           MOVE SPACES TO CLI-NOME
           MOVE ZERO   TO CLI-CNPJ
           READ ACECL
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
           END-READ
           MOVE "00" TO FS
           MOVE SPACES TO WS-LINHA-REL
           STRING "DESTINATARIO: " NF-CLI " " CLI-NOME
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM Escreve-Linha
           MOVE SPACES TO WS-LINHA-REL
           STRING "CNPJ\CPF: " CLI-CNPJ
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM Escreve-Linha
           MOVE SPACES TO WS-LINHA-REL
           PERFORM Escreve-Linha
           MOVE SPACES TO WS-LINHA-REL
           EVALUATE TRUE
               WHEN CC-CAMPO-TRANSP
                   MOVE "CAMPO CORRIGIDO: TRANSPORTADORA"
                       TO WS-LINHA-REL
               WHEN CC-CAMPO-ENDENT
                   MOVE "CAMPO CORRIGIDO: ENDERECO DE ENTREGA"
                       TO WS-LINHA-REL
               WHEN OTHER
                   MOVE "CAMPO CORRIGIDO: DADOS DOS VOLUMES"
                       TO WS-LINHA-REL
           END-EVALUATE
           PERFORM Escreve-Linha
           MOVE SPACES TO WS-LINHA-REL
           STRING "ONDE SE LE: " CC-ANTES
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM Escreve-Linha
           MOVE SPACES TO WS-LINHA-REL
           STRING "LEIA-SE:    " CC-DEPOIS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM Escreve-Linha
           MOVE SPACES TO WS-LINHA-REL
           PERFORM Escreve-Linha
           MOVE "ESTA CARTA NAO ALTERA VALORES, QUANTIDADES, IMPOSTO, "
               TO WS-LINHA-REL
           PERFORM Escreve-Linha
           MOVE "DESTINATARIO NEM DATAS DA NOTA FISCAL ACIMA."
               TO WS-LINHA-REL
           PERFORM Escreve-Linha
           MOVE SPACES TO WS-LINHA-REL
           PERFORM Escreve-Linha
           MOVE CC-DATA TO WS-DATA-AUX
           PERFORM Edita-Data
           MOVE SPACES TO WS-LINHA-REL
           STRING "EMITIDA EM " WS-DATA-ED " AS " CC-HORA(1:2) ":"
                  CC-HORA(3:2) " PELO OPERADOR " CC-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM Escreve-Linha
           .

      *---------------------------------------------------------------*

       Edita-Data SECTION.
           MOVE WS-AUX-DIA TO WS-DATA-ED-DIA
           MOVE WS-AUX-MES TO WS-DATA-ED-MES
           MOVE WS-AUX-ANO TO WS-DATA-ED-ANO
           .

      *---------------------------------------------------------------*

       Escreve-Linha SECTION.
           WRITE REG-REL FROM WS-LINHA-REL
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE14 ACECC ACECL ACETP ACEEE Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
