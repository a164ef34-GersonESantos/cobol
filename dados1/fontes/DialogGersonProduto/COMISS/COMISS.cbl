000050*(NF-VENDEDOR), O VALOR FATURADO, O PERCENTUAL DO CADASTRO     *
000060*(ACEVD) E A COMISSAO CALCULADA, COM TOTAL GERAL. NOTAS SEM    *
000070*VENDEDOR (ZERO OU ANTERIORES AO CAMPO) SAEM NA LINHA 0000.    *
      *O FATURADO POR VENDEDOR VEM DO RESUMO MENSAL DE VENDAS (ACESV) *
      *E O RELATORIO TERMINA COM A CONFERENCIA DO RESUMO COM AS NOTAS *
      *DO MES.                                                        *
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID. COMISS.
000100 ENVIRONMENT DIVISION.
000110 INPUT-OUTPUT SECTION.
000120 FILE-CONTROL.
000130 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000140 COPY "C:\Repo2024\cobol\dados1\book\SELVD".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000160     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000180 DATA DIVISION.
000190 FILE SECTION.
000200 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000210 COPY "C:\Repo2024\cobol\dados1\book\FDVD".
000220 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000230 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000250 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000260 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-RESUMO         PIC X(01) VALUE "N".
           88  FIM-RESUMO        VALUE "S".
       01  WS-ACEVD-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEVD-DISPONIVEL  VALUE "S".


       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-RESUMO
           PERFORM Imprime-Comissoes
           MOVE WS-MES-RELATORIO TO WS-Sv-Mes-Conf
           PERFORM IMPRIME-CONFERENCIA-RESUMO THRU
                   SAI-IMPRIME-CONFERENCIA-RESUMO
           PERFORM Program-Terminate
           .

           ACCEPT WS-MES-RELATORIO
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
      *O FATURADO DO MES VEM DO RESUMO MENSAL DE VENDAS (ACESV); AS
      *NOTAS (ACE14) SO SAO LIDAS NA CONFERENCIA DO FIM, PELA CAPA.
           OPEN INPUT ACE14
           IF FS NOT = "00"
               DISPLAY "COMISS - ARQUIVO DE NOTAS (ACE14) NAO "
                       "ENCONTRADO: " FS
           END-IF
           MOVE "00" TO FS
           PERFORM ABRE-RESUMO-CONSULTA THRU SAI-ABRE-RESUMO-CONSULTA
           OPEN INPUT ACEVD
           IF FS = "00"
               MOVE "S" TO WS-ACEVD-DISPONIVEL
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           IF Sv-Disponivel
               MOVE WS-MES-RELATORIO TO SV-MES
               MOVE ZEROS TO SV-COD SV-CLI SV-VEND
               START ACESV KEY IS NOT LESS SV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-RESUMO
               END-START
           ELSE
               MOVE "S" TO WS-FIM-RESUMO
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           READ ACESV NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-RESUMO
               NOT AT END
                   IF SV-MES NOT = WS-MES-RELATORIO
                       MOVE "S" TO WS-FIM-RESUMO
                   ELSE
                       PERFORM Soma-Resumo-Vendedor
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

      *SOMA-RESUMO-VENDEDOR - O REGISTRO DE ITEM TRAZ O FATURADO E O
      *DE CAPA (PRODUTO ZERO) A CONTAGEM DE NOTAS DO VENDEDOR.
       Soma-Resumo-Vendedor SECTION.
           MOVE SV-VEND TO WS-VENDEDOR-NOTA
           MOVE "N" TO WS-ACHADO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-VEND
                      OR WS-ACHADO = "S"
               IF VT-CODIGO(WS-IX) = WS-VENDEDOR-NOTA
                   ADD SV-RECEITA TO VT-FATURADO(WS-IX)
                   ADD SV-NOTAS   TO VT-NOTAS(WS-IX)
                   MOVE "S" TO WS-ACHADO
               END-IF
           END-PERFORM
              AND WS-QT-VEND < 100
               ADD 1 TO WS-QT-VEND
               MOVE WS-VENDEDOR-NOTA TO VT-CODIGO(WS-QT-VEND)
               MOVE SV-RECEITA       TO VT-FATURADO(WS-QT-VEND)
               MOVE SV-NOTAS         TO VT-NOTAS(WS-QT-VEND)
           END-IF
           .


       Program-Terminate SECTION.
           CLOSE ACE14 RELATO
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           IF ACEVD-DISPONIVEL
               CLOSE ACEVD
           END-IF
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVRPG".
