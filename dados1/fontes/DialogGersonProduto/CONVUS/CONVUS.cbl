000070*GUARDA COPIA DE RETORNO EM arquivos\bkp\ACEUSCONV.SEG E        *
000080*IMPRIME AS CONTAGENS. A DATA DA SENHA NASCE COM A DATA DA      *
000090*CONVERSAO (O RELOGIO DE VALIDADE COMECA A CONTAR DE HOJE).     *
      *O LAYOUT ANTIGO AGORA VAI DIRETO PARA A VERSAO 3 (SENHA SO COMO*
      *HASH COM SAL, CPYHSPG); ACEUS JA NA VERSAO 2 SE CONVERTE COM   *
      *CONVSENH. A COPIA DE RETORNO TEM AS SENHAS EM CLARO: APAGAR    *
      *DEPOIS DE CONFIRMADA A CONVERSAO.                              *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONVUS.
000120 ENVIRONMENT DIVISION.
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHSWS".

       01  WS-ARQ-ACEUS-NOVO     PIC X(60) VALUE SPACES.

           MOVE SPACES       TO REG-US
           MOVE USU-CODIGOV  TO USU-CODIGO
           MOVE USU-NOMEV    TO USU-NOME
      *A SENHA DO LAYOUT ANTIGO VAI DIRETO PARA HASH COM SAL NOVO.
           PERFORM GERA-SAL-SENHA THRU SAI-GERA-SAL-SENHA
           MOVE WS-Hs-Sal    TO USU-SAL
           MOVE USU-SENHAV   TO WS-Hs-Senha
           PERFORM CALCULA-HASH-SENHA THRU SAI-CALCULA-HASH-SENHA
           MOVE WS-Hs-Hash   TO USU-HASH
           MOVE USU-NIVELV   TO USU-NIVEL
           MOVE USU-STATUSV  TO USU-STATUS
           MOVE ZEROS        TO USU-TENTATIVAS
           MOVE SPACE        TO USU-BLOQ
           MOVE WS-DATA-HOJE TO USU-DTSENHA
           MOVE SPACES       TO USU-HASH-ANT1 USU-HASH-ANT2
                                USU-HASH-ANT3
           WRITE REG-US
               INVALID KEY
                   DISPLAY "CONVUS - CHAVE DUPLICADA: " USU-CODIGOV
      *CONTROLE - OS PROGRAMAS CONFEREM O CARIMBO NA ABERTURA.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               MOVE "ACEUS" TO WS-Lv-Arq
               MOVE 3 TO WS-Lv-Esperada
               PERFORM GRAVA-LAYOUT THRU SAI-GRAVA-LAYOUT
           END-IF
           STOP RUN

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYHSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
