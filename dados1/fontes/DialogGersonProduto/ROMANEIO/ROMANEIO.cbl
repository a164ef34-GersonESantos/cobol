000070*(QTDE-15 X PESO-01). CARGA ACIMA DA CAPACIDADE DO CAMINHAO     *
000080*(CAPVEIC-CE, FECHPER) SAI COM AVISO DE EXCESSO. NOTA           *
000090*CANCELADA FICA FORA.                                           *
      *CARGA POR ROTA CADASTRADA E DATA DE ENTREGA PROMETIDA; LISTA   *
      *MANUAL DE CIDADES VIRA CARGA AVULSA                            *
      *CARGA ATRIBUIDA A VEICULO DA FROTA E MOTORISTA (OU             *
      *TRANSPORTADORA), CAPACIDADE DO VEICULO, ROMANEIO GRAVADO COMO  *
      *VIAGEM (ACEMF/ACEMN) COM SAIDA DAS NOTAS                       *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ROMANEIO.
000120 ENVIRONMENT DIVISION.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000185 COPY "C:\Repo2024\cobol\dados1\book\SELEE".
       COPY "C:\Repo2024\cobol\dados1\book\SELC-11".
       COPY "C:\Repo2024\cobol\dados1\book\SELRO".
       COPY "C:\Repo2024\cobol\dados1\book\SELRS".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
       COPY "C:\Repo2024\cobol\dados1\book\SELVC".
       COPY "C:\Repo2024\cobol\dados1\book\SELMO".
       COPY "C:\Repo2024\cobol\dados1\book\SELMF".
       COPY "C:\Repo2024\cobol\dados1\book\SELMN".
       COPY "C:\Repo2024\cobol\dados1\book\SELTP".
       COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000190     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000200            ORGANIZATION IS INDEXED
000210            ACCESS MODE  IS DYNAMIC
000310 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000325 COPY "C:\Repo2024\cobol\dados1\book\FDEE".
       COPY "C:\Repo2024\cobol\dados1\book\FD-11".
       COPY "C:\Repo2024\cobol\dados1\book\FDRO".
       COPY "C:\Repo2024\cobol\dados1\book\FDRS".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
       COPY "C:\Repo2024\cobol\dados1\book\FDVC".
       COPY "C:\Repo2024\cobol\dados1\book\FDMO".
       COPY "C:\Repo2024\cobol\dados1\book\FDMF".
       COPY "C:\Repo2024\cobol\dados1\book\FDMN".
       COPY "C:\Repo2024\cobol\dados1\book\FDTP".
       COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000330 FD Arquivo-Cidade.
000340 01 Registro-Cidade.
000350   02 Cid-Codigo         Pic 9(05).
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYROWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".

       01  FS-CID                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".
       01  WS-DATA-FINAL         PIC 9(08).
       01  WS-IX                 PIC 9(02) COMP.
       01  WS-JX                 PIC 9(03) COMP.
       01  WS-KX                 PIC 9(03) COMP.
       01  WS-ACHADO             PIC X(01).
       01  WS-CIDADE-NOTA        PIC 9(05).
       01  WS-NA-ROTA            PIC X(01).
       01  WS-ACEEE-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEEE-DISPONIVEL  VALUE "S".
       01  WS-ACE11-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACE11-DISPONIVEL  VALUE "S".
       01  WS-MODO-CARGA         PIC X(01) VALUE "C".
           88  CARGA-POR-ROTA    VALUE "R".
           88  CARGA-POR-CIDADE  VALUE "C".
       01  WS-ROTA               PIC 9(03).
       01  WS-DATA-CARGA         PIC 9(08).
       01  WS-ROTA-NOTA          PIC 9(03).
       01  WS-ENTREGA-NOTA       PIC 9(08).
       01  WS-CHAVE-CARGA.
           03  WS-CH-ROTA        PIC 9(03).
           03  WS-CH-DATA        PIC 9(08).
       01  WS-CAPACIDADE         PIC 9(05).
       01  WS-CAPACIDADE-CE      PIC 9(05).
       01  WS-FROTA-DISPONIVEL   PIC X(01) VALUE "N".
           88  FROTA-DISPONIVEL  VALUE "S".
       01  WS-ACETP-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACETP-DISPONIVEL  VALUE "S".
       01  WS-VEICULO-OK         PIC X(01).
           88  VEICULO-OK        VALUE "S".
       01  WS-DECISAO            PIC X(01).
       01  WS-VEICULO            PIC 9(03).
       01  WS-TRANSP             PIC 9(04).
       01  WS-MOTORISTA          PIC 9(04).
       01  WS-KM-SAIDA           PIC 9(07).
       01  WS-NUM-ROMANEIO       PIC 9(06).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-PESO-NOTA          PIC 9(07)V9(03).
       01  WS-PESO-CARGA         PIC 9(07)V9(03).
       01  WS-QTD-NOTAS          PIC 9(05).

      *CIDADES DA CARGA NA ORDEM DE PARADA: AS DA ROTA CADASTRADA
      *(ACERS) OU AS ESCOLHIDAS PELO OPERADOR NA CARGA AVULSA (ATE
      *10).
       01  WS-QT-ROTA            PIC 9(02) COMP VALUE ZERO.
       01  WS-TAB-ROTA.
           03  ROTA-CIDADE OCCURS 50 TIMES PIC 9(05).

      *RESUMO POR ROTA E DATA DE ENTREGA DO MODO 1 (ATE 100
      *CARGAS NA FAIXA), EM ORDEM DE ROTA E DATA.
       01  WS-QT-CARGAS          PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-CARGAS.
           03  WS-CG OCCURS 101 TIMES.
               05  CG-CHAVE.
                   07  CG-ROTA   PIC 9(03).
                   07  CG-DATA   PIC 9(08).
               05  CG-NOTAS      PIC 9(05).
               05  CG-PESO       PIC 9(07)V9(03).

      *NOTAS IMPRESSAS NO MANIFESTO, NA ORDEM DA CARGA - GRAVADAS EM
      *ACEMN QUANDO O ROMANEIO E GRAVADO.
       01  WS-QT-MANIF           PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-MANIF.
           03  WS-MAN OCCURS 500 TIMES.
               05  MAN-NF        PIC 9(06).
               05  MAN-CIDADE    PIC 9(05).
               05  MAN-PESO      PIC 9(07)V9(03).

       01  WS-LINHA-VEICULO.
           03  FILLER            PIC X(08) VALUE "VEICULO ".
           03  RVC-CODIGO        PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RVC-PLACA         PIC X(07).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RVC-DESCRICAO     PIC X(20).
           03  FILLER            PIC X(11) VALUE " MOTORISTA ".
           03  RVC-MOTORISTA     PIC X(25).

       01  WS-LINHA-CID.
           03  FILLER            PIC X(07) VALUE "CIDADE ".
           03  FILLER            PIC X(09) VALUE " PESO KG ".
           03  RCD-PESO          PIC ZZZZZZ9.999.

       01  WS-LINHA-ROTA.
           03  FILLER            PIC X(05) VALUE "ROTA ".
           03  RRO-CODIGO        PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RRO-NOME          PIC X(30).
           03  FILLER            PIC X(09) VALUE " ENTREGA ".
           03  RRO-DATA          PIC 9(08).
           03  FILLER            PIC X(07) VALUE " DESDE ".
           03  RRO-DESDE         PIC 9(08).

       01  WS-LINHA-NOTA.
           03  FILLER            PIC X(05) VALUE "NOTA ".
           03  NTA-NUM           PIC 9(06).
      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ACE01
      *I-O: GRAVAR O ROMANEIO DA SAIDA PARA ENTREGA (ENTSTAT-14 "R")
      *DAS NOTAS DA CARGA.
           OPEN I-O ACE14
           IF FS NOT = "00"
               DISPLAY "ROMANEIO - ARQUIVO DE NOTAS (ACE14) NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-ACEEE-DISPONIVEL
           END-IF
           MOVE "00" TO FS
      *A DATA PROMETIDA MORA NO PEDIDO; SEM ACE11 (OU PEDIDO SEM
      *DATA) VALE A PROXIMA SAIDA DA ROTA DEPOIS DA NOTA.
           OPEN INPUT ACE11
           IF FS = "00"
               MOVE "S" TO WS-ACE11-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN INPUT ACERO
           IF FS = "00"
               OPEN INPUT ACERS
               IF FS = "00"
                   MOVE "S" TO WS-Ro-Disponivel
               ELSE
                   CLOSE ACERO
               END-IF
           END-IF
           MOVE "00" TO FS
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           OPEN INPUT Arquivo-Cidade
           OPEN INPUT ACECE
           MOVE WS-Arq-Empresa TO COD-CE
           END-READ
           CLOSE ACECE
           IF CAPVEIC-CE NUMERIC
               MOVE CAPVEIC-CE TO WS-CAPACIDADE-CE
           ELSE
               MOVE ZERO TO WS-CAPACIDADE-CE
           END-IF
           MOVE "00" TO FS
      *FROTA (ACEVC\ACEMO, MANTIDOS POR FROTA): SEM ELA O MANIFESTO
      *SO E IMPRESSO, CONFERIDO CONTRA A CAPACIDADE UNICA DA EMPRESA.
           OPEN INPUT ACEVC
           IF FS = "00"
               OPEN INPUT ACEMO
               IF FS = "00"
                   MOVE "S" TO WS-FROTA-DISPONIVEL
               ELSE
                   CLOSE ACEVC
               END-IF
           END-IF
           MOVE "00" TO FS
           IF FROTA-DISPONIVEL
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
               OPEN INPUT ACETP
               IF FS = "00"
                   MOVE "S" TO WS-ACETP-DISPONIVEL
               END-IF
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "ROMANEIO" TO WS-Log-Programa
           MOVE "ROMANEIO DE CARGA             " TO WS-Rel-Titulo
           MOVE "ROMANEIO" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "ROMANEIO - 1=RESUMO POR ROTA E DATA "
                   "2=MONTAR CARGA DA ROTA 3=CARGA AVULSA POR CIDADE "
                   "0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Resumo-Por-Rota
               WHEN 2
                   PERFORM Monta-Carga-Rota
               WHEN 3
                   PERFORM Monta-Rota
               WHEN 0
                   MOVE "S" TO WS-FIM-ROMANEIO
           .

      *---------------------------------------------------------------*
      *RESUMO-POR-ROTA - QUANTAS NOTAS AGUARDANDO SAIDA E QUANTO PESO
      *CADA ROTA LEVA EM CADA DATA DE ENTREGA, PARA O CHEFE DA
      *EXPEDICAO PROGRAMAR OS CAMINHOES. ROTA 000 = CIDADES SEM ROTA
      *CADASTRADA (SAEM PELA CARGA AVULSA, OPCAO 3).
       Resumo-Por-Rota SECTION.
           PERFORM Pede-Faixa-Datas
           MOVE ZERO TO WS-QT-CARGAS
           MOVE "N" TO WS-FIM-NOTAS
           MOVE ZEROS TO NF-NUM
           START ACE14 KEY IS NOT LESS NF-NUM
                       IF NF-DATA NOT LESS WS-DATA-INICIAL
                          AND NF-DATA NOT GREATER WS-DATA-FINAL
                          AND NOT NF-CANCELADA
                          AND ENT-AGUARDANDO
                           PERFORM Soma-Nota-Na-Carga
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-QT-CARGAS
               IF CG-ROTA(WS-JX) = ZERO
                   MOVE "SEM ROTA - CARGA AVULSA" TO RO-NOME
               ELSE
                   MOVE CG-ROTA(WS-JX) TO RO-CODIGO
                   READ ACERO
                       INVALID KEY
                           MOVE "ROTA NAO CADASTRADA" TO RO-NOME
                   END-READ
                   MOVE "00" TO FS
               END-IF
               DISPLAY "ROTA " CG-ROTA(WS-JX) " " RO-NOME(1:20)
                       " ENTREGA " CG-DATA(WS-JX)
                       " NOTAS " CG-NOTAS(WS-JX)
                       " PESO " CG-PESO(WS-JX)
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *SOMA-NOTA-NA-CARGA - ACUMULA A NOTA NA CARGA (ROTA + DATA DE
      *ENTREGA); CARGA NOVA ENTRA NA POSICAO CERTA DA TABELA, QUE
      *FICA EM ORDEM DE ROTA E DATA.
       Soma-Nota-Na-Carga SECTION.
           PERFORM Cidade-Da-Nota
           PERFORM Entrega-Da-Nota
           PERFORM Peso-Da-Nota
           MOVE WS-ROTA-NOTA    TO WS-CH-ROTA
           MOVE WS-ENTREGA-NOTA TO WS-CH-DATA
           MOVE "N" TO WS-ACHADO
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-QT-CARGAS
                      OR WS-ACHADO = "S"
               IF CG-CHAVE(WS-JX) = WS-CHAVE-CARGA
                   ADD 1 TO CG-NOTAS(WS-JX)
                   ADD WS-PESO-NOTA TO CG-PESO(WS-JX)
                   MOVE "S" TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO NOT = "S"
              AND WS-QT-CARGAS < 100
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-QT-CARGAS
                          OR CG-CHAVE(WS-JX) > WS-CHAVE-CARGA
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-KX FROM WS-QT-CARGAS BY -1
                       UNTIL WS-KX < WS-JX
                   MOVE WS-CG(WS-KX) TO WS-CG(WS-KX + 1)
               END-PERFORM
               MOVE WS-CHAVE-CARGA TO CG-CHAVE(WS-JX)
               MOVE 1              TO CG-NOTAS(WS-JX)
               MOVE WS-PESO-NOTA   TO CG-PESO(WS-JX)
               ADD 1 TO WS-QT-CARGAS
           END-IF
           .

           .

      *---------------------------------------------------------------*
      *MONTA-CARGA-ROTA - CARGA DE UMA ROTA CADASTRADA PARA UMA DATA
      *DE ENTREGA: AS CIDADES SAEM DA ROTA NA ORDEM DE PARADA E ENTRAM
      *AS NOTAS AGUARDANDO SAIDA PROMETIDAS PARA A DATA (OU, SE O
      *OPERADOR PEDIR, AS ATRASADAS DESDE UMA DATA ANTERIOR).
       Monta-Carga-Rota SECTION.
           IF NOT Ro-Disponivel
               DISPLAY "ROMANEIO - CADASTRO DE ROTAS NAO DISPONIVEL; "
                       "USE A CARGA AVULSA POR CIDADE."
           ELSE
               DISPLAY "ROTA: "
               ACCEPT WS-ROTA
               MOVE WS-ROTA TO RO-CODIGO
               READ ACERO
                   INVALID KEY
                       MOVE "23" TO FS
               END-READ
               IF FS NOT = "00"
                   DISPLAY "ROTA NAO CADASTRADA."
               ELSE
                   DISPLAY "DATA DE ENTREGA DA CARGA (AAAAMMDD): "
                   ACCEPT WS-DATA-CARGA
                   DISPLAY "INCLUIR PENDENTES DESDE (AAAAMMDD, "
                           "0 = SO ESTA DATA): "
                   ACCEPT WS-DATA-INICIAL
                   IF WS-DATA-INICIAL = ZERO
                      OR WS-DATA-INICIAL > WS-DATA-CARGA
                       MOVE WS-DATA-CARGA TO WS-DATA-INICIAL
                   END-IF
                   MOVE WS-DATA-CARGA TO WS-DATA-FINAL
                   PERFORM Carrega-Paradas-Rota
                   IF WS-QT-ROTA = ZERO
                       DISPLAY "ROTA SEM CIDADES CADASTRADAS."
                   ELSE
                       MOVE "R" TO WS-MODO-CARGA
                       PERFORM Emite-Romaneio
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CARREGA-PARADAS-ROTA - CIDADES DA ROTA EM ORDEM DE PARADA. A
      *TABELA E MONTADA ANTES DE LER AS NOTAS PORQUE O CALCULO DA
      *ENTREGA REPOSICIONA O ACERS PELA CIDADE.
       Carrega-Paradas-Rota SECTION.
           MOVE ZERO TO WS-QT-ROTA
           MOVE "N" TO WS-FIM-ITENS
           MOVE WS-ROTA TO RS-ROTA
           MOVE ZERO    TO RS-SEQ
           START ACERS KEY IS NOT LESS RS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACERS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF RS-ROTA NOT = WS-ROTA
                          OR WS-QT-ROTA = 50
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           ADD 1 TO WS-QT-ROTA
                           MOVE RS-CIDADE TO ROTA-CIDADE(WS-QT-ROTA)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *MONTA-ROTA - CARGA AVULSA: O OPERADOR ESCOLHE ATE 10 CIDADES; O
      *MANIFESTO IMPRIME CADA NOTA DA FAIXA CUJA CIDADE ESTA NA LISTA,
      *COM OS ITENS E O PESO, E FECHA COM O PESO TOTAL DA CARGA.
       Monta-Rota SECTION.
           PERFORM Pede-Faixa-Datas
           MOVE "C" TO WS-MODO-CARGA
           MOVE ZERO TO WS-QT-ROTA
           PERFORM Pede-Cidade-Rota
               UNTIL WS-QT-ROTA = 10 OR FIM-ITENS
           IF WS-QT-ROTA = ZERO
               DISPLAY "NENHUMA CIDADE INFORMADA."
           ELSE
               PERFORM Emite-Romaneio
           END-IF
           .

           END-IF
           .

      *---------------------------------------------------------------*
      *EMITE-ROMANEIO - VEICULO (OU TRANSPORTADORA) E MOTORISTA DA
      *CARGA, MANIFESTO CONFERIDO CONTRA A CAPACIDADE DO VEICULO E,
      *CONFIRMADO, O ROMANEIO GRAVADO COMO VIAGEM DA FROTA.
       Emite-Romaneio SECTION.
           PERFORM Escolhe-Veiculo
           IF VEICULO-OK
               PERFORM Imprime-Manifesto
               IF WS-VEICULO NOT = ZERO
                  OR WS-TRANSP NOT = ZERO
                   PERFORM Confirma-Romaneio
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *ESCOLHE-VEICULO - VEICULO ATIVO E LIVRE (SEM VIAGEM NA RUA) E
      *MOTORISTA ATIVO, SUGERIDO O HABITUAL DO VEICULO. VEICULO ZERO =
      *CARGA DE TRANSPORTADORA (SEM CONFERENCIA DE CAPACIDADE); SEM
      *VEICULO NEM TRANSPORTADORA O MANIFESTO SO E IMPRESSO, CONTRA A
      *CAPACIDADE UNICA DA EMPRESA (CAPVEIC-CE).
       Escolhe-Veiculo SECTION.
           MOVE ZERO TO WS-VEICULO WS-TRANSP WS-MOTORISTA
           MOVE WS-CAPACIDADE-CE TO WS-CAPACIDADE
           MOVE "S" TO WS-VEICULO-OK
           IF FROTA-DISPONIVEL
               DISPLAY "VEICULO (0=TRANSPORTADORA OU SO IMPRIMIR): "
               ACCEPT WS-VEICULO
               IF WS-VEICULO = ZERO
                   PERFORM Pede-Transportadora
               ELSE
                   PERFORM Confere-Veiculo
                   IF VEICULO-OK
                       PERFORM Pede-Motorista
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Veiculo SECTION.
           MOVE WS-VEICULO TO VC-CODIGO
           READ ACEVC
               INVALID KEY
                   DISPLAY "VEICULO NAO CADASTRADO."
                   MOVE "N" TO WS-VEICULO-OK
               NOT INVALID KEY
                   IF NOT VEIC-ATIVO
                       DISPLAY "VEICULO " VC-PLACA
                               " EM MANUTENCAO OU INATIVO."
                       MOVE "N" TO WS-VEICULO-OK
                   END-IF
           END-READ
           MOVE "00" TO FS
           IF VEICULO-OK
               MOVE ZEROS TO MF-NUM
               START ACEMF KEY IS NOT LESS MF-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ITENS
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ITENS
               END-START
               PERFORM UNTIL FIM-ITENS
                   READ ACEMF NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ITENS
                       NOT AT END
                           IF MF-VEICULO = WS-VEICULO
                              AND MF-NA-RUA
                               DISPLAY "VEICULO NA RUA COM O ROMANEIO "
                                       MF-NUM " - DIGITE O RETORNO "
                                       "EM FROTA."
                               MOVE "N" TO WS-VEICULO-OK
                               MOVE "S" TO WS-FIM-ITENS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           IF VEICULO-OK
               MOVE VC-CAP-KG TO WS-CAPACIDADE
           END-IF
           .

      *---------------------------------------------------------------*

       Pede-Motorista SECTION.
           DISPLAY "MOTORISTA (0=HABITUAL " VC-MOTORISTA "): "
           ACCEPT WS-MOTORISTA
           IF WS-MOTORISTA = ZERO
               MOVE VC-MOTORISTA TO WS-MOTORISTA
           END-IF
           MOVE WS-MOTORISTA TO MO-CODIGO
           READ ACEMO
               INVALID KEY
                   DISPLAY "MOTORISTA NAO CADASTRADO."
                   MOVE "N" TO WS-VEICULO-OK
               NOT INVALID KEY
                   IF NOT MOTORISTA-ATIVO
                       DISPLAY "MOTORISTA INATIVO."
                       MOVE "N" TO WS-VEICULO-OK
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Pede-Transportadora SECTION.
           IF ACETP-DISPONIVEL
               DISPLAY "TRANSPORTADORA (0=SO IMPRIMIR O MANIFESTO): "
               ACCEPT WS-TRANSP
               IF WS-TRANSP NOT = ZERO
                   MOVE WS-TRANSP TO TP-CODIGO
                   READ ACETP
                       INVALID KEY
                           DISPLAY "TRANSPORTADORA NAO CADASTRADA."
                           MOVE "N" TO WS-VEICULO-OK
                       NOT INVALID KEY
                           IF NOT TRANSP-ATIVA
                               DISPLAY "TRANSPORTADORA INATIVA."
                               MOVE "N" TO WS-VEICULO-OK
                           ELSE
                               MOVE ZERO TO WS-CAPACIDADE
                           END-IF
                   END-READ
                   MOVE "00" TO FS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFIRMA-ROMANEIO - CARGA ACIMA DA CAPACIDADE SO E GRAVADA COM
      *CONFIRMACAO. GRAVADO, O ROMANEIO NUMERA A VIAGEM (ACEMF), LIGA
      *AS NOTAS (ACEMN) E DA SAIDA PARA ENTREGA EM CADA UMA (ENTSTAT
      *"R", COMO EM ENTREGA), TIRANDO-AS DAS PROXIMAS CARGAS.
       Confirma-Romaneio SECTION.
           MOVE "N" TO WS-DECISAO
           IF WS-QTD-NOTAS = ZERO
               DISPLAY "MANIFESTO SEM NOTAS - ROMANEIO NAO GRAVADO."
           ELSE
               IF WS-QTD-NOTAS > 500
                   DISPLAY "MAIS DE 500 NOTAS NA CARGA - DIVIDA A "
                           "CARGA; ROMANEIO NAO GRAVADO."
               ELSE
                   IF NOT Oper-Pode-Manter
                       DISPLAY "GRAVAR O ROMANEIO EXIGE OPERADOR COM "
                               "NIVEL DE MANUTENCAO - SO IMPRESSO."
                   ELSE
                       IF WS-CAPACIDADE NOT = ZERO
                          AND WS-PESO-CARGA > WS-CAPACIDADE
                           DISPLAY "CARGA ACIMA DA CAPACIDADE - "
                                   "GRAVAR MESMO ASSIM (S/N)? "
                       ELSE
                           DISPLAY "GRAVAR O ROMANEIO E DAR SAIDA "
                                   "DAS NOTAS (S/N)? "
                       END-IF
                       ACCEPT WS-DECISAO
                   END-IF
               END-IF
           END-IF
           IF WS-DECISAO = "S" OR "s"
               PERFORM Grava-Romaneio
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Romaneio SECTION.
           MOVE ZERO TO WS-KM-SAIDA
           IF WS-VEICULO NOT = ZERO
               MOVE WS-VEICULO TO VC-CODIGO
               READ ACEVC
                   INVALID KEY
                       MOVE ZERO TO VC-HODOMETRO
               END-READ
               MOVE "00" TO FS
               PERFORM UNTIL WS-KM-SAIDA NOT LESS VC-HODOMETRO
                            AND WS-KM-SAIDA NOT = ZERO
                   DISPLAY "HODOMETRO NA SAIDA (ULTIMO "
                           VC-HODOMETRO "): "
                   ACCEPT WS-KM-SAIDA
                   IF WS-KM-SAIDA < VC-HODOMETRO
                       DISPLAY "HODOMETRO MENOR QUE O DO ULTIMO "
                               "RETORNO."
                   END-IF
               END-PERFORM
           END-IF
           PERFORM Numera-Romaneio
           INITIALIZE REG-MF
           MOVE WS-NUM-ROMANEIO TO MF-NUM
           MOVE SPACES          TO MF-SITUACAO
           MOVE WS-DATA-HOJE    TO MF-DATA
           IF CARGA-POR-ROTA
               MOVE WS-ROTA       TO MF-ROTA
               MOVE WS-DATA-FINAL TO MF-ENTREGA
           END-IF
           MOVE WS-VEICULO      TO MF-VEICULO
           MOVE WS-TRANSP       TO MF-TRANSP
           MOVE WS-MOTORISTA    TO MF-MOTORISTA
           MOVE WS-QTD-NOTAS    TO MF-NOTAS
           MOVE WS-PESO-CARGA   TO MF-PESO
           MOVE WS-KM-SAIDA     TO MF-KM-SAIDA
           MOVE WS-Oper-Codigo  TO MF-OPERADOR
           MOVE "S"             TO MF-SITUACAO
           WRITE REG-MF
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ROMANEIO " MF-NUM
           END-WRITE
           IF FS = "00"
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-QT-MANIF
                   PERFORM Grava-Nota-Romaneio
               END-PERFORM
               MOVE "ROMANEIO"      TO WS-Log-Funcao
               MOVE WS-NUM-ROMANEIO TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "ROMANEIO " WS-NUM-ROMANEIO " GRAVADO - "
                       WS-QT-MANIF " NOTA(S) SAIRAM PARA ENTREGA."
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Nota-Romaneio SECTION.
           MOVE SPACES             TO REG-MN
           MOVE WS-NUM-ROMANEIO    TO MN-NUM
           MOVE WS-JX              TO MN-SEQ
           MOVE MAN-NF(WS-JX)      TO MN-NF
           MOVE MAN-CIDADE(WS-JX)  TO MN-CIDADE
           MOVE MAN-PESO(WS-JX)    TO MN-PESO
           MOVE ZERO               TO MN-DEVIDO MN-DINHEIRO MN-CHEQUE
           WRITE REG-MN
               INVALID KEY
                   DISPLAY "ERRO AO LIGAR A NOTA " MN-NF
           END-WRITE
           MOVE MAN-NF(WS-JX) TO NF-NUM
           READ ACE14
               NOT INVALID KEY
                   MOVE "R"          TO ENTSTAT-14
                   MOVE WS-DATA-HOJE TO ENTDATA-14
                   REWRITE REG-14
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A NOTA " NF-NUM
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Numera-Romaneio SECTION.
           MOVE 999999 TO MF-NUM
           START ACEMF KEY IS NOT GREATER MF-NUM
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-NUM-ROMANEIO
           ELSE
               READ ACEMF PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-NUM-ROMANEIO
               ELSE
                   MOVE MF-NUM TO WS-NUM-ROMANEIO
               END-IF
           END-IF
           MOVE "00" TO FS
           ADD 1 TO WS-NUM-ROMANEIO
           .

      *---------------------------------------------------------------*

       Imprime-Manifesto SECTION.
           MOVE ZERO TO WS-PESO-CARGA WS-QTD-NOTAS WS-QT-MANIF
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           IF WS-VEICULO NOT = ZERO
               MOVE VC-CODIGO    TO RVC-CODIGO
               MOVE VC-PLACA     TO RVC-PLACA
               MOVE VC-DESCRICAO TO RVC-DESCRICAO
               MOVE MO-NOME      TO RVC-MOTORISTA
               WRITE REG-REL FROM WS-LINHA-VEICULO
               ADD 1 TO WS-Rel-Linha
           END-IF
           IF WS-TRANSP NOT = ZERO
               MOVE ZERO         TO RVC-CODIGO
               MOVE SPACES       TO RVC-PLACA
               MOVE TP-NOME      TO RVC-DESCRICAO
               MOVE "TRANSPORTADORA" TO RVC-MOTORISTA
               WRITE REG-REL FROM WS-LINHA-VEICULO
               ADD 1 TO WS-Rel-Linha
           END-IF
           IF CARGA-POR-ROTA
               MOVE RO-CODIGO       TO RRO-CODIGO
               MOVE RO-NOME         TO RRO-NOME
               MOVE WS-DATA-FINAL   TO RRO-DATA
               MOVE WS-DATA-INICIAL TO RRO-DESDE
               WRITE REG-REL FROM WS-LINHA-ROTA
               ADD 1 TO WS-Rel-Linha
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-ROTA
               MOVE ROTA-CIDADE(WS-IX) TO Cid-Codigo
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF NOT NF-CANCELADA
                           PERFORM Confere-Nota-Carga
                           IF WS-NA-ROTA = "S"
                               PERFORM Imprime-Nota-Manifesto
                           END-IF
                       END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CONFERE-NOTA-CARGA - NA CARGA DA ROTA A NOTA ENTRA PELA DATA DE
      *ENTREGA E SO SE AINDA AGUARDA SAIDA; NA CARGA AVULSA, PELA DATA
      *DA NOTA. NOS DOIS CASOS A CIDADE TEM DE SER A DA PARADA ATUAL.
       Confere-Nota-Carga SECTION.
           MOVE "N" TO WS-NA-ROTA
           IF CARGA-POR-ROTA
               IF ENT-AGUARDANDO
                   PERFORM Cidade-Da-Nota
                   IF WS-CIDADE-NOTA = Cid-Codigo
                       PERFORM Entrega-Da-Nota
                       IF WS-ENTREGA-NOTA NOT LESS WS-DATA-INICIAL
                          AND WS-ENTREGA-NOTA NOT GREATER WS-DATA-FINAL
                           MOVE "S" TO WS-NA-ROTA
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF NF-DATA NOT LESS WS-DATA-INICIAL
                  AND NF-DATA NOT GREATER WS-DATA-FINAL
                   PERFORM Cidade-Da-Nota
                   IF WS-CIDADE-NOTA = Cid-Codigo
                       MOVE "S" TO WS-NA-ROTA
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *ENTREGA-DA-NOTA - ROTA ATUAL DA CIDADE DA NOTA E DATA DE
      *ENTREGA: A PROMETIDA NO PEDIDO QUANDO HOUVER; SENAO A PROXIMA
      *SAIDA DA ROTA DEPOIS DA DATA DA NOTA. SEM ROTA, DATA = ZEROS.
       Entrega-Da-Nota SECTION.
           MOVE WS-CIDADE-NOTA TO WS-Ro-Cidade
           MOVE SPACES         TO WS-Ro-Uf
           MOVE NF-DATA        TO WS-Ro-Data
           MOVE ZERO           TO WS-Ro-Hora
           PERFORM CALCULA-ENTREGA THRU SAI-CALCULA-ENTREGA
           MOVE WS-Ro-Rota    TO WS-ROTA-NOTA
           MOVE WS-Ro-Entrega TO WS-ENTREGA-NOTA
           IF ACE11-DISPONIVEL
              AND NF-PEDIDO NUMERIC
              AND NF-PEDIDO NOT = ZERO
               MOVE NF-PEDIDO TO NUM-11
               READ ACE11
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENTREGA-11 NUMERIC
                          AND ENTREGA-11 NOT = ZERO
                           MOVE ENTREGA-11 TO WS-ENTREGA-NOTA
                       END-IF
               END-READ
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Nota-Manifesto SECTION.
           MOVE WS-PESO-NOTA TO NTA-PESO
           WRITE REG-REL FROM WS-LINHA-NOTA
           ADD 1 TO WS-Rel-Linha
           IF WS-QT-MANIF < 500
               ADD 1 TO WS-QT-MANIF
               MOVE NF-NUM         TO MAN-NF(WS-QT-MANIF)
               MOVE WS-CIDADE-NOTA TO MAN-CIDADE(WS-QT-MANIF)
               MOVE WS-PESO-NOTA   TO MAN-PESO(WS-QT-MANIF)
           END-IF
           PERFORM Imprime-Itens-Nota
           .

           IF ACEEE-DISPONIVEL
               CLOSE ACEEE
           END-IF
           IF ACE11-DISPONIVEL
               CLOSE ACE11
           END-IF
           IF Ro-Disponivel
               CLOSE ACERO ACERS
           END-IF
           IF FROTA-DISPONIVEL
               CLOSE ACEVC ACEMO ACEMF ACEMN
           END-IF
           IF ACETP-DISPONIVEL
               CLOSE ACETP
           END-IF
           CLOSE Arquivo-Log
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYROPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
