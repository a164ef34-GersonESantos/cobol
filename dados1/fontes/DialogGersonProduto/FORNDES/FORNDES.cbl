000070*RELATO ORDENADO DO PIOR INDICE PARA O MELHOR, COM O NOME DO    *
000080*FORNECEDOR DE ACE06 - A COMPRA NEGOCIA O TRIMESTRE COM         *
000090*NUMEROS EM VEZ DE ANEDOTAS.                                    *
      *FORNECEDOR COM PRAZO DE ENTREGA (PRAZOENT-06) TEM O PRODUTO    *
      *ATRASADO QUANDO HOJE PASSA DE DATCAD-01 MAIS O PRAZO CONTADO   *
      *EM DIAS UTEIS PELO CALENDARIO ACEFE (FIM DE SEMANA E FERIADO   *
      *NACIONAL OU DA CIDADE DO FORNECEDOR NAO CONTAM); SEM PRAZO     *
      *VALE A REGRA DOS 30 DIAS.                                      *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FORNDES.
000120 ENVIRONMENT DIVISION.
000150 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
       COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000170     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000180                    FILE STATUS IS FS-REL.
000190     SELECT WS-Ordenacao ASSIGN TO "arquivos\forndes.srt".
000300     03  SRT-Entregue      PIC 9(09).
000310     03  SRT-Atrasados     PIC 9(05).
       COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000330 WORKING-STORAGE SECTION.
000340 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000350 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000360 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".

       01  FS-REL                PIC X(02) VALUE "00".


       Acumula-Fornecedores SECTION.
           OPEN INPUT ACE01
           OPEN INPUT ACE06
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           PERFORM Ler-ACE01
           PERFORM UNTIL FIM-ACE01
               IF CODFOR-01 NOT = ZERO
               END-IF
               PERFORM Ler-ACE01
           END-PERFORM
           CLOSE ACE01 ACE06
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           .

      *---------------------------------------------------------------*
                   FUNCTION INTEGER-OF-DATE(WS-DATCAD-AAAAMMDD)
               COMPUTE WS-DIAS-PENDENTE =
                   WS-JULIANO-SISTEMA - WS-JULIANO-CADASTRO
               MOVE CODFOR-01 TO COD-06
               READ ACE06
                   INVALID KEY
                       MOVE ZERO TO PRAZOENT-06
               END-READ
               MOVE "00" TO FS
               IF PRAZOENT-06 NUMERIC AND PRAZOENT-06 NOT = ZERO
                   PERFORM Confere-Prazo-Util
               ELSE
                   IF WS-DIAS-PENDENTE > Tl-Dias-Atraso
                       ADD 1 TO TF-ATRASADOS(WS-IX)
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-PRAZO-UTIL - DATA PROMETIDA = DATCAD-01 + PRAZOENT-06
      *DIAS UTEIS (SOMA-DIAS-UTEIS, CPYDUPG); HOJE DEPOIS DELA CONTA
      *O PRODUTO COMO ATRASADO.
       Confere-Prazo-Util SECTION.
           MOVE WS-DATCAD-AAAAMMDD TO WS-Du-Data
           MOVE PRAZOENT-06        TO WS-Du-Dias
           MOVE SPACES             TO WS-Du-Uf
           MOVE ZERO               TO WS-Du-Cidade
           IF CID-CODIGO-06 NUMERIC
               MOVE CID-CODIGO-06 TO WS-Du-Cidade
           END-IF
           PERFORM SOMA-DIAS-UTEIS THRU SAI-SOMA-DIAS-UTEIS
           IF WS-DATA-SISTEMA > WS-Du-Data
               ADD 1 TO TF-ATRASADOS(WS-IX)
           END-IF
           .

      *---------------------------------------------------------------*

       Gera-Ordenacao SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
