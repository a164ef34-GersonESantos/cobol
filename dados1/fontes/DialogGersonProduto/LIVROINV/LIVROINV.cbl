000010*LIVROINV-REGISTRO DE INVENTARIO (LIVRO FISCAL ANUAL DOS        *
000020*ESTOQUES EXISTENTES EM 31\12). O LIVRO SAI DO INVENTARIO       *
000030*VALORIZADO E CONGELADO EM ACEIV: QUANTIDADE DE 31\12 (SN-EST   *
000040*DA FOTO DE ABERTURA DE JANEIRO EM ACESN), CUSTO UNITARIO       *
000050*VIGENTE NO FECHAMENTO E VALOR POR PRODUTO, AGRUPADO POR CODIGO *
000060*TRIBUTARIO (CODTRI-01) E CLASSE (CLASSECE-01), COM TOTAIS POR  *
000070*CLASSE, POR CODIGO E GERAL, FOLHAS NUMERADAS E TERMOS DE       *
000080*ABERTURA E ENCERRAMENTO. O INVENTARIO E GRAVADO POR FECHSALD   *
000090*NA VIRADA DO ANO; O MODO 1 GERA (OU REGERA) A PARTIR DA FOTO   *
000100*DE JANEIRO COM O CUSTO DO DIA, PARA ANO EM QUE A VIRADA NAO    *
000110*GRAVOU OU PARA REFAZER APOS ACERTO. O MODO 2 IMPRIME: A        *
000120*PRIMEIRA IMPRESSAO E A EMISSAO DO LIVRO - GRAVA DATA,          *
000130*OPERADOR, RAZAO SOCIAL E NUMERO DE FOLHAS E CONGELA O ANO; DAI *
000140*EM DIANTE O MODO 2 REIMPRIME O MESMO LIVRO, FOLHA POR FOLHA,   *
000150*MESMO QUE CUSTOS E CADASTRO TENHAM MUDADO. GERAR E EMITIR      *
000160*EXIGEM OPERADOR COM NIVEL DE MANUTENCAO.                       *
      *NA VIRADA DO ANO (VIRADA) RODA SEM MENU: MANTEM O INVENTARIO DO*
      *ANO JA GRAVADO OU O GERA DA FOTO DE JANEIRO; SEM FOTO DEVOLVE  *
      *RETURN-CODE 8. TERMINA COM GOBACK.                             *
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. LIVROINV.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELSN".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELIV".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELRU".
000290     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000300                    FILE STATUS IS FS-REL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDSN".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDIV".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDRU".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000410 WORKING-STORAGE SECTION.
000420 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000430 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000440 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYIVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-RC                 PIC X(02) VALUE "00".

       01  WS-FIM-LIVROINV       PIC X(01) VALUE "N".
           88  FIM-LIVROINV      VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-ACESN-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACESN-DISPONIVEL  VALUE "S".
       01  WS-FOTO-ACHADA        PIC X(01).
           88  FOTO-ACHADA       VALUE "S".
       01  WS-SO-CONTA           PIC X(01) VALUE "N".
           88  SO-CONTA-FOLHAS   VALUE "S".
       01  WS-PRIMEIRO-ITEM      PIC X(01).
           88  PRIMEIRO-ITEM     VALUE "S".
       01  WS-EMISSAO            PIC X(01).
           88  PRIMEIRA-EMISSAO  VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-ANO-LIVRO          PIC 9(04).
       01  WS-FOTO               PIC 9(06).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-EMISSAO       PIC 9(08).
       01  WS-DATA-EMISSAO-G REDEFINES WS-DATA-EMISSAO.
           03  WS-EMI-ANO        PIC 9(04).
           03  WS-EMI-MES        PIC 9(02).
           03  WS-EMI-DIA        PIC 9(02).
       01  WS-EMPRESA-LIVRO      PIC X(40).
       01  WS-FOLHA              PIC 9(04).
       01  WS-TOTAL-FOLHAS       PIC 9(04).
       01  WS-LINHA-FOLHA        PIC 9(04) COMP.
       01  WS-CODTRI-ATUAL       PIC 9(01).
       01  WS-CLASSE-ATUAL       PIC X(01).
       01  WS-TOT-CLASSE         PIC 9(17).
       01  WS-TOT-CODTRI         PIC 9(17).
       01  WS-TOT-GERAL          PIC 9(17).
       01  WS-QTD-LIVRO          PIC 9(07).
       01  WS-LINHA-LIVRO        PIC X(80).
       01  WS-LINHA-SAIDA        PIC X(80).

       01  WS-FOLHAS-ED          PIC 9(04).
       01  WS-QTD-ED             PIC Z(06)9.
       01  WS-VALOR-ED           PIC Z(16)9.

       01  WS-CAB-FOLHA1.
           03  FILLER            PIC X(22) VALUE
               "REGISTRO DE INVENTARIO".
           03  FILLER            PIC X(47) VALUE SPACES.
           03  FILLER            PIC X(07) VALUE "FOLHA: ".
           03  CF-FOLHA          PIC 9(04).

       01  WS-CAB-FOLHA2.
           03  CF-EMPRESA        PIC X(40).

       01  WS-CAB-FOLHA3.
           03  FILLER            PIC X(29) VALUE
               "ESTOQUES EXISTENTES EM 31/12/".
           03  CF-ANO            PIC 9(04).

       01  WS-CAB-FOLHA4.
           03  FILLER            PIC X(80) VALUE ALL "-".

       01  WS-CAB-COLUNAS.
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(31) VALUE "DESCRICAO".
           03  FILLER            PIC X(05) VALUE "UND".
           03  FILLER            PIC X(08) VALUE "    QTDE".
           03  FILLER            PIC X(11) VALUE " CUSTO UNIT".
           03  FILLER            PIC X(15) VALUE "    VALOR TOTAL".

       01  WS-LINHA-ITEM.
           03  LI-COD            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DESC           PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-UND            PIC X(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-QTDE           PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-CUSTO          PIC Z(09)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-VALOR          PIC Z(13)9.

       01  WS-LINHA-GRUPO.
           03  FILLER            PIC X(18) VALUE "CODIGO TRIBUTARIO ".
           03  LG-CODTRI         PIC 9(01).
           03  FILLER            PIC X(10) VALUE " - CLASSE ".
           03  LG-CLASSE         PIC X(01).

       01  WS-LINHA-TOTAL.
           03  LT-DESCR          PIC X(50).
           03  FILLER            PIC X(11) VALUE SPACES.
           03  LT-VALOR          PIC Z(14)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           IF Virada-Em-Curso
               IF FIM-LIVROINV
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Valoriza-Virada
               END-IF
           ELSE
               PERFORM Program-Body UNTIL FIM-LIVROINV
           END-IF
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM VERIFICA-VIRADA THRU SAI-VERIFICA-VIRADA
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-LIVROINV
           END-IF
           OPEN INPUT ACE01
           OPEN INPUT ACESN
           IF FS = "00"
               MOVE "S" TO WS-ACESN-DISPONIVEL
           END-IF
           OPEN I-O ACEIV
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEIV
               CLOSE ACEIV
               OPEN I-O ACEIV
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "LIVROINV" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "REGISTRO DE INVENTARIO       " TO WS-Rel-Titulo
           MOVE "LIVROINV" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "LIVROINV - 1=GERAR INVENTARIO DO ANO 2=IMPRIMIR "
                   "LIVRO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gera-Inventario
               WHEN 2
                   PERFORM Imprime-Livro
               WHEN 0
                   MOVE "S" TO WS-FIM-LIVROINV
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Le-Cabecalho-Ano SECTION.
           IF NOT Virada-Em-Curso
               DISPLAY "ANO DO INVENTARIO (AAAA): "
               ACCEPT WS-ANO-LIVRO
           END-IF
           MOVE WS-ANO-LIVRO TO IV-ANO
           MOVE "A"          TO IV-TIPO
           MOVE ZERO         TO IV-CODTRI IV-COD
           MOVE SPACE        TO IV-CLASSE
           READ ACEIV
               INVALID KEY
                   MOVE "23" TO FS
               NOT INVALID KEY
                   MOVE "00" TO FS
           END-READ
           .

      *---------------------------------------------------------------*
      *GERA-INVENTARIO - SALDOS DA FOTO DE JANEIRO DO ANO SEGUINTE
      *(ABERTURA DE JANEIRO = FECHAMENTO DE 31\12) VALORIZADOS PELO
      *CUSTO DO DIA. LIVRO JA EMITIDO NAO E REGERADO.
       Gera-Inventario SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "OPERADOR SEM NIVEL PARA GERAR O INVENTARIO."
           ELSE
               PERFORM Le-Cabecalho-Ano
               MOVE "S" TO WS-CONFIRMA
               IF FS = "00"
                   IF IV-EMITIDO
                       DISPLAY "LIVRO DE " WS-ANO-LIVRO
                               " JA EMITIDO EM " IV-DATA-EMI
                               " - INVENTARIO CONGELADO."
                       MOVE "N" TO WS-CONFIRMA
                   ELSE
                       DISPLAY "INVENTARIO DE " WS-ANO-LIVRO
                               " JA GERADO EM " IV-DATA-GER
                       IF IV-ORIGEM-FECHAMENTO
                           DISPLAY "NA VIRADA DO ANO, COM O CUSTO DO "
                                   "FECHAMENTO."
                       END-IF
                       DISPLAY "REGERAR COM O CUSTO DE HOJE (S/N)? "
                       ACCEPT WS-CONFIRMA
                   END-IF
               END-IF
               IF WS-CONFIRMA = "S" OR "s"
                   COMPUTE WS-FOTO = (WS-ANO-LIVRO + 1) * 100 + 1
                   PERFORM Procura-Foto-Janeiro
                   IF FOTO-ACHADA
                       PERFORM Grava-Inventario-Ano
                   ELSE
                       DISPLAY "SEM FOTO DE ABERTURA " WS-FOTO
                               " EM ACESN - RODE FECHSALD NA VIRADA."
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *VALORIZA-VIRADA - PASSO DA VIRADA DO ANO: O INVENTARIO QUE O
      *FECHSALD JA CONGELOU NA VIRADA (OU QUE JA FOI GERADO AQUI) FICA
      *COMO ESTA, COM O CUSTO DO FECHAMENTO; SO O ANO SEM INVENTARIO E
      *GERADO, DA FOTO DE JANEIRO COM O CUSTO DO DIA. A EMISSAO DO
      *LIVRO CONTINUA NA OPCAO 2.
       Valoriza-Virada SECTION.
           MOVE WS-Vr-Ano TO WS-ANO-LIVRO
           IF NOT Oper-Pode-Manter
               DISPLAY "OPERADOR SEM NIVEL PARA GERAR O INVENTARIO."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Le-Cabecalho-Ano
               IF FS = "00"
                   DISPLAY "INVENTARIO DE " WS-ANO-LIVRO
                           " JA GERADO EM " IV-DATA-GER " - MANTIDO: "
                           IV-QTD-ITENS " ITENS."
               ELSE
                   COMPUTE WS-FOTO = (WS-ANO-LIVRO + 1) * 100 + 1
                   PERFORM Procura-Foto-Janeiro
                   IF FOTO-ACHADA
                       PERFORM Grava-Inventario-Ano
                   ELSE
                       DISPLAY "SEM FOTO DE ABERTURA " WS-FOTO
                               " EM ACESN - RODE FECHSALD NA VIRADA."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Procura-Foto-Janeiro SECTION.
           MOVE "N" TO WS-FOTO-ACHADA
           IF ACESN-DISPONIVEL
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO COD-01
               START ACE01 KEY IS NOT LESS COD-01
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO OR FOTO-ACHADA
                   READ ACE01 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE COD-01  TO SN-COD
                           MOVE WS-FOTO TO SN-AAAAMM
                           READ ACESN
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "S" TO WS-FOTO-ACHADA
                           END-READ
                   END-READ
               END-PERFORM
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Inventario-Ano SECTION.
           MOVE WS-ANO-LIVRO TO WS-Iv-Ano
           MOVE "L"          TO WS-Iv-Origem
           MOVE WS-FOTO      TO WS-Iv-Foto
           MOVE WS-DATA-HOJE TO WS-Iv-Data
           PERFORM INICIA-INVENTARIO THRU SAI-INICIA-INVENTARIO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO COD-01
           START ACE01 KEY IS NOT LESS COD-01
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE01 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE COD-01  TO SN-COD
                       MOVE WS-FOTO TO SN-AAAAMM
                       READ ACESN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SN-EST TO WS-Iv-Qtde
                               PERFORM GRAVA-ITEM-INVENTARIO THRU
                                   SAI-GRAVA-ITEM-INVENTARIO
                       END-READ
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM ENCERRA-INVENTARIO THRU SAI-ENCERRA-INVENTARIO
           MOVE "GERA-INV"   TO WS-Log-Funcao
           MOVE WS-ANO-LIVRO TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "INVENTARIO DE " WS-ANO-LIVRO " GERADO: "
                   WS-Iv-Qtd-Itens " ITENS, TOTAL " WS-Iv-Total
           .

      *---------------------------------------------------------------*
      *IMPRIME-LIVRO - O LIVRO E MONTADO DUAS VEZES: A PRIMEIRA SO
      *CONTA AS FOLHAS, QUE OS TERMOS DE ABERTURA E ENCERRAMENTO
      *DECLARAM; A SEGUNDA IMPRIME. NA REIMPRESSAO A DATA E A RAZAO
      *SOCIAL SAO AS DA EMISSAO, PARA O LIVRO SAIR IGUAL.
       Imprime-Livro SECTION.
           PERFORM Le-Cabecalho-Ano
           IF FS NOT = "00"
               DISPLAY "INVENTARIO DE " WS-ANO-LIVRO " NAO GERADO - "
                       "RODE A OPCAO 1."
           ELSE
               MOVE "N" TO WS-EMISSAO
               MOVE "S" TO WS-CONFIRMA
               IF IV-EMITIDO
                   DISPLAY "REIMPRESSAO DO LIVRO EMITIDO EM "
                           IV-DATA-EMI
                   MOVE IV-DATA-EMI TO WS-DATA-EMISSAO
                   MOVE IV-EMPRESA  TO WS-EMPRESA-LIVRO
               ELSE
                   IF NOT Oper-Pode-Manter
                       DISPLAY "OPERADOR SEM NIVEL PARA EMITIR O "
                               "LIVRO."
                       MOVE "N" TO WS-CONFIRMA
                   ELSE
                       DISPLAY "A EMISSAO CONGELA O INVENTARIO DE "
                               WS-ANO-LIVRO " - CONFIRMA (S/N)? "
                       ACCEPT WS-CONFIRMA
                       MOVE "S" TO WS-EMISSAO
                       MOVE WS-DATA-HOJE   TO WS-DATA-EMISSAO
                       MOVE WS-Rel-Empresa TO WS-EMPRESA-LIVRO
                   END-IF
               END-IF
               IF WS-CONFIRMA = "S" OR "s"
                   MOVE IV-QTD-ITENS TO WS-QTD-LIVRO
                   MOVE "S" TO WS-SO-CONTA
                   PERFORM Monta-Livro
                   MOVE WS-FOLHA TO WS-TOTAL-FOLHAS
                   MOVE "N" TO WS-SO-CONTA
                   PERFORM Monta-Livro
                   IF PRIMEIRA-EMISSAO
                       PERFORM Registra-Emissao
                   END-IF
                   DISPLAY "LIVROINV - LIVRO DE " WS-ANO-LIVRO " COM "
                           WS-TOTAL-FOLHAS " FOLHAS."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Registra-Emissao SECTION.
           MOVE WS-ANO-LIVRO TO IV-ANO
           MOVE "A"          TO IV-TIPO
           MOVE ZERO         TO IV-CODTRI IV-COD
           MOVE SPACE        TO IV-CLASSE
           READ ACEIV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "E"              TO IV-SITUACAO
                   MOVE WS-DATA-EMISSAO  TO IV-DATA-EMI
                   MOVE WS-Oper-Codigo   TO IV-OPER-EMI
                   MOVE WS-TOTAL-FOLHAS  TO IV-FOLHAS
                   MOVE WS-EMPRESA-LIVRO TO IV-EMPRESA
                   REWRITE REG-IV
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A EMISSAO DO LIVRO."
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           MOVE "EMITE-INV"  TO WS-Log-Funcao
           MOVE WS-ANO-LIVRO TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           .

      *---------------------------------------------------------------*

       Monta-Livro SECTION.
           MOVE ZERO TO WS-FOLHA WS-TOT-CLASSE WS-TOT-CODTRI
                        WS-TOT-GERAL
           PERFORM Termo-Abertura
      *OS ITENS COMECAM NA FOLHA SEGUINTE A DO TERMO.
           MOVE Tl-Rel-Linhas-Pagina TO WS-LINHA-FOLHA
           MOVE "S" TO WS-PRIMEIRO-ITEM
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-ANO-LIVRO TO IV-ANO
           MOVE "I"          TO IV-TIPO
           MOVE ZERO         TO IV-CODTRI IV-COD
           MOVE LOW-VALUES   TO IV-CLASSE
           START ACEIV KEY IS NOT LESS IV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACEIV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF IV-ANO NOT = WS-ANO-LIVRO OR NOT IV-ITEM
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM Escritura-Item
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF NOT PRIMEIRO-ITEM
               PERFORM Fecha-Classe
               PERFORM Fecha-Codtri
           END-IF
           MOVE "TOTAL GERAL DO INVENTARIO" TO LT-DESCR
           MOVE WS-TOT-GERAL TO LT-VALOR
           MOVE WS-LINHA-TOTAL TO WS-LINHA-LIVRO
           PERFORM Escreve-Linha-Item
           PERFORM Termo-Encerramento
           .

      *---------------------------------------------------------------*
      *ESCRITURA-ITEM - A CHAVE DE ACEIV JA VEM NA ORDEM DO LIVRO:
      *QUEBRA POR CODIGO TRIBUTARIO E, DENTRO DELE, POR CLASSE.
       Escritura-Item SECTION.
           EVALUATE TRUE
               WHEN PRIMEIRO-ITEM
                   MOVE "N" TO WS-PRIMEIRO-ITEM
                   PERFORM Abre-Grupo
               WHEN IV-CODTRI NOT = WS-CODTRI-ATUAL
                   PERFORM Fecha-Classe
                   PERFORM Fecha-Codtri
                   PERFORM Abre-Grupo
               WHEN IV-CLASSE NOT = WS-CLASSE-ATUAL
                   PERFORM Fecha-Classe
                   PERFORM Abre-Grupo
           END-EVALUATE
           MOVE IV-COD     TO LI-COD
           MOVE IV-DESC    TO LI-DESC
           MOVE IV-UND     TO LI-UND
           MOVE IV-QTDE    TO LI-QTDE
           MOVE IV-CUSTO   TO LI-CUSTO
           MOVE IV-VALOR   TO LI-VALOR
           MOVE WS-LINHA-ITEM TO WS-LINHA-LIVRO
           PERFORM Escreve-Linha-Item
           ADD IV-VALOR TO WS-TOT-CLASSE WS-TOT-CODTRI WS-TOT-GERAL
           .

      *---------------------------------------------------------------*

       Abre-Grupo SECTION.
           MOVE IV-CODTRI TO WS-CODTRI-ATUAL LG-CODTRI
           MOVE IV-CLASSE TO WS-CLASSE-ATUAL LG-CLASSE
           MOVE SPACES TO WS-LINHA-LIVRO
           PERFORM Escreve-Linha-Item
           MOVE WS-LINHA-GRUPO TO WS-LINHA-LIVRO
           PERFORM Escreve-Linha-Item
           .

      *---------------------------------------------------------------*

       Fecha-Classe SECTION.
           MOVE SPACES TO LT-DESCR
           STRING "TOTAL DA CLASSE " WS-CLASSE-ATUAL
               DELIMITED BY SIZE INTO LT-DESCR
           END-STRING
           MOVE WS-TOT-CLASSE TO LT-VALOR
           MOVE WS-LINHA-TOTAL TO WS-LINHA-LIVRO
           PERFORM Escreve-Linha-Item
           MOVE ZERO TO WS-TOT-CLASSE
           .

      *---------------------------------------------------------------*

       Fecha-Codtri SECTION.
           MOVE SPACES TO LT-DESCR
           STRING "TOTAL DO CODIGO TRIBUTARIO " WS-CODTRI-ATUAL
               DELIMITED BY SIZE INTO LT-DESCR
           END-STRING
           MOVE WS-TOT-CODTRI TO LT-VALOR
           MOVE WS-LINHA-TOTAL TO WS-LINHA-LIVRO
           PERFORM Escreve-Linha-Item
           MOVE ZERO TO WS-TOT-CODTRI
           .

      *---------------------------------------------------------------*
      *ESCREVE-LINHA-ITEM - LINHA DO CORPO DO LIVRO EM WS-LINHA-LIVRO;
      *FOLHA CHEIA ABRE OUTRA COM O CABECALHO DAS COLUNAS.
       Escreve-Linha-Item SECTION.
           IF WS-LINHA-FOLHA NOT LESS Tl-Rel-Linhas-Pagina
               PERFORM Nova-Folha
               MOVE WS-CAB-COLUNAS TO WS-LINHA-SAIDA
               PERFORM Grava-Saida
           END-IF
           MOVE WS-LINHA-LIVRO TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           .

      *---------------------------------------------------------------*
      *NOVA-FOLHA - CADA FOLHA COMECA EM PAGINA NOVA COM O NUMERO, A
      *EMPRESA E A DATA DO INVENTARIO.
       Nova-Folha SECTION.
           ADD 1 TO WS-FOLHA
           MOVE ZERO TO WS-LINHA-FOLHA
           MOVE WS-FOLHA         TO CF-FOLHA
           MOVE WS-EMPRESA-LIVRO TO CF-EMPRESA
           MOVE WS-ANO-LIVRO     TO CF-ANO
           IF NOT SO-CONTA-FOLHAS
               WRITE REG-REL FROM WS-CAB-FOLHA1 AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-LINHA-FOLHA
           MOVE WS-CAB-FOLHA2 TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           MOVE WS-CAB-FOLHA3 TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           MOVE WS-CAB-FOLHA4 TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           .

      *---------------------------------------------------------------*

       Grava-Saida SECTION.
           IF NOT SO-CONTA-FOLHAS
               WRITE REG-REL FROM WS-LINHA-SAIDA
           END-IF
           ADD 1 TO WS-LINHA-FOLHA
           .

      *---------------------------------------------------------------*

       Termo-Abertura SECTION.
           PERFORM Nova-Folha
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           MOVE "                              TERMO DE ABERTURA"
               TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           PERFORM Linha-Folhas-Termo
           MOVE "QUE SERVIRA PARA O REGISTRO DE INVENTARIO DOS ESTOQUES"
               TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           PERFORM Linha-Empresa-Termo
           PERFORM Linha-Data-Termo
           .

      *---------------------------------------------------------------*

       Termo-Encerramento SECTION.
           PERFORM Nova-Folha
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           MOVE "                            TERMO DE ENCERRAMENTO"
               TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           PERFORM Linha-Folhas-Termo
           MOVE "QUE SERVIU PARA O REGISTRO DE INVENTARIO DOS ESTOQUES"
               TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           PERFORM Linha-Empresa-Termo
           MOVE WS-QTD-LIVRO TO WS-QTD-ED
           MOVE WS-TOT-GERAL TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "FORAM ESCRITURADOS " WS-QTD-ED
                  " ITENS NO VALOR TOTAL DE " WS-VALOR-ED "."
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-STRING
           PERFORM Grava-Saida
           PERFORM Linha-Data-Termo
           .

      *---------------------------------------------------------------*

       Linha-Folhas-Termo SECTION.
           MOVE WS-TOTAL-FOLHAS TO WS-FOLHAS-ED
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "CONTEM ESTE LIVRO " WS-FOLHAS-ED
                  " FOLHAS NUMERADAS DE 0001 A " WS-FOLHAS-ED ","
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-STRING
           PERFORM Grava-Saida
           .

      *---------------------------------------------------------------*

       Linha-Empresa-Termo SECTION.
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "EXISTENTES EM 31/12/" WS-ANO-LIVRO " DA EMPRESA"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-STRING
           PERFORM Grava-Saida
           MOVE WS-EMPRESA-LIVRO TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           .

      *---------------------------------------------------------------*

       Linha-Data-Termo SECTION.
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM Grava-Saida
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "EMITIDO EM " WS-EMI-DIA "/" WS-EMI-MES "/"
                  WS-EMI-ANO "."
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-STRING
           PERFORM Grava-Saida
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACEIV Arquivo-Log RELATO
           IF ACESN-DISPONIVEL
               CLOSE ACESN
           END-IF
      *GOBACK EM VEZ DE STOP RUN: O PROGRAMA CONTINUA RODAVEL AVULSO
      *E CHAMAVEL PELA VIRADA DO ANO (VIRADA).
           GOBACK
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYIVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
