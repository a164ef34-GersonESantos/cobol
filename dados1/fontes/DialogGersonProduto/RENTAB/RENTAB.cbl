000070*A RESPOSTA PARA "GANHAMOS DINHEIRO COM O CLIENTE X?" QUE O     *
000080*MARGEM (POR PRODUTO) NAO CONSEGUE DAR. NOTA CANCELADA FICA     *
000090*FORA.                                                          *
      *O RESUMO POR CLIENTE VEM DO RESUMO MENSAL DE VENDAS (ACESV); A *
      *LINHA POR NOTA PASSA A SER OPCIONAL E O RELATORIO TERMINA COM A*
      *CONFERENCIA DO RESUMO COM AS NOTAS DO MES.                     *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RENTAB.
000120 ENVIRONMENT DIVISION.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000200     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000210                    FILE STATUS IS FS-REL.
000220 DATA DIVISION.
000260 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000300 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000310 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000320 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".

       01  FS-REL                PIC X(02) VALUE "00".

           88  FIM-NOTAS         VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-RESUMO         PIC X(01) VALUE "N".
           88  FIM-RESUMO        VALUE "S".
       01  WS-DETALHE            PIC X(01) VALUE "N".
           88  COM-DETALHE       VALUE "S" "s".
       01  WS-CLI-SOMA           PIC 9(06).

       01  WS-MES-RELATORIO      PIC 9(06).
       01  WS-CUSTO-UNIT         PIC 9(08)V99.
       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-NOTAS
           PERFORM Soma-Resumo-Clientes UNTIL FIM-RESUMO
           PERFORM Imprime-Resumo-Clientes
           MOVE WS-MES-RELATORIO TO WS-Sv-Mes-Conf
           PERFORM IMPRIME-CONFERENCIA-RESUMO THRU
               SAI-IMPRIME-CONFERENCIA-RESUMO
           PERFORM Program-Terminate
           .

       Program-Initialize SECTION.
           DISPLAY "RENTAB - ANO E MES DO RELATORIO (AAAAMM): "
           ACCEPT WS-MES-RELATORIO
           DISPLAY "RENTAB - DETALHE POR NOTA (S/N)? "
           ACCEPT WS-DETALHE
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN INPUT ACE01
           END-IF
           OPEN INPUT ACE15
           OPEN INPUT ACECL
           PERFORM ABRE-RESUMO-CONSULTA THRU SAI-ABRE-RESUMO-CONSULTA
      *O RESUMO POR CLIENTE VEM DO RESUMO MENSAL DE VENDAS (ACESV);
      *AS NOTAS SO SAO LIDAS PARA O DETALHE POR NOTA OU QUANDO O
      *RESUMO NAO EXISTE.
           IF Sv-Disponivel
               MOVE WS-MES-RELATORIO TO SV-MES
               MOVE ZEROS TO SV-COD SV-CLI SV-VEND
               START ACESV KEY IS NOT LESS SV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-RESUMO
               END-START
               IF NOT COM-DETALHE
                   MOVE "S" TO WS-FIM-NOTAS
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-RESUMO
           END-IF
           MOVE "RENTABILIDADE DO FATURAMENTO  " TO WS-Rel-Titulo
           MOVE "RENTAB" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           IF NOT FIM-NOTAS
               IF COM-DETALHE
                   WRITE REG-REL FROM WS-LINHA-CAB2
                   ADD 1 TO WS-Rel-Linha
               END-IF
               MOVE ZEROS TO NF-NUM
               START ACE14 KEY IS NOT LESS NF-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-NOTAS
               END-START
           END-IF
           .

      *---------------------------------------------------------------*
           ELSE
               MOVE ZERO TO WS-MARGEM-PCT
           END-IF
           IF COM-DETALHE
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE NF-NUM          TO DET-NOTA
               MOVE NF-CLI          TO DET-CLI
               MOVE WS-NOTA-RECEITA TO DET-RECEITA
               MOVE WS-NOTA-CUSTO   TO DET-CUSTO
               MOVE WS-NOTA-MARGEM  TO DET-MARGEM
               MOVE WS-MARGEM-PCT   TO DET-PCT
               WRITE REG-REL FROM WS-LINHA-DET
               ADD 1 TO WS-Rel-Linha
           END-IF
           IF NOT Sv-Disponivel
               MOVE NF-CLI TO WS-CLI-SOMA
               PERFORM Soma-Cliente
           END-IF
           .

      *---------------------------------------------------------------*
               WS-NOTA-CUSTO + QTDE-15 * WS-CUSTO-UNIT
           .

      *---------------------------------------------------------------*
      *SOMA-RESUMO-CLIENTES - UM REGISTRO DO RESUMO DO MES POR VEZ. A
      *CAPA (PRODUTO ZERO) SO TRAZ FRETE E NOTAS E FICA FORA; A
      *RECEITA E O CUSTO SAO OS DA EMISSAO, COMO NAS NOTAS.
       Soma-Resumo-Clientes SECTION.
           READ ACESV NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-RESUMO
               NOT AT END
                   IF SV-MES NOT = WS-MES-RELATORIO
                       MOVE "S" TO WS-FIM-RESUMO
                   ELSE
                       IF SV-COD NOT = ZERO
                           MOVE SV-CLI     TO WS-CLI-SOMA
                           MOVE SV-RECEITA TO WS-NOTA-RECEITA
                           MOVE SV-CUSTO   TO WS-NOTA-CUSTO
                           PERFORM Soma-Cliente
                       END-IF
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Soma-Cliente SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-CLIENTES
                      OR WS-CLIENTE-ACHADO = "S"
               IF CR-CLIENTE(WS-IX) = WS-CLI-SOMA
                   ADD WS-NOTA-RECEITA TO CR-RECEITA(WS-IX)
                   ADD WS-NOTA-CUSTO   TO CR-CUSTO(WS-IX)
                   MOVE "S" TO WS-CLIENTE-ACHADO
           IF WS-CLIENTE-ACHADO NOT = "S"
               IF WS-QT-CLIENTES < Tl-Max-Clientes
                   ADD 1 TO WS-QT-CLIENTES
                   MOVE WS-CLI-SOMA     TO CR-CLIENTE(WS-QT-CLIENTES)
                   MOVE WS-NOTA-RECEITA TO CR-RECEITA(WS-QT-CLIENTES)
                   MOVE WS-NOTA-CUSTO   TO CR-CUSTO(WS-QT-CLIENTES)
               ELSE

       Program-Terminate SECTION.
           CLOSE ACE01 ACE14 ACE15 ACECL RELATO
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVRPG".
