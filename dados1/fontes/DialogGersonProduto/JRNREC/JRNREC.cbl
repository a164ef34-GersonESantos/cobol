000040*E REAPLICADA SOBRE O REGISTRO VIVO DE ACE01, DESFAZENDO O      *
000050*ESTMIN-01 DIGITADO ERRADO OU A DESCRICAO APAGADA. O DESFAZER   *
000060*E ELE MESMO JORNALADO (NOVO PAR ANTES\DEPOIS) E LOGADO.        *
      *O SUPERVISOR QUE FEZ A ALTERACAO (OPER-JN DA IMAGEM) NAO A     *
      *DESFAZ: PAR ALTERA-CAD\RECUPERA DA TABELA DE SEGREGACAO DE     *
      *FUNCOES (ACESD, SEGFUN); SO O DONO DA EMPRESA LIBERA,          *
      *CONFIRMANDO (SOD-DONO NO LOG).                                 *
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID. JRNREC.
000090 ENVIRONMENT DIVISION.
000130 COPY "C:\Repo2024\cobol\dados1\book\SELJN".
000140 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000160 DATA DIVISION.
000170 FILE SECTION.
000180 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000190 COPY "C:\Repo2024\cobol\dados1\book\FDJN".
000200 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000210 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000220 WORKING-STORAGE SECTION.
000230 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000240 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000250 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000260 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000270 COPY "C:\Repo2024\cobol\dados1\book\CPYJNWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".

       01  WS-FIM-JRNREC         PIC X(01) VALUE "N".
           88  FIM-JRNREC        VALUE "S".
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "JRNREC" TO WS-Log-Programa
      *PARES DE FUNCOES INCOMPATIVEIS (SEGFUN) E DONO DA EMPRESA.
           PERFORM CARREGA-SEGREGACAO THRU SAI-CARREGA-SEGREGACAO
           .

      *---------------------------------------------------------------*
                   DISPLAY "IMAGEM ANTES NAO ENCONTRADA NO JORNAL."
               NOT INVALID KEY
                   MOVE IMAGEM-JN TO WS-IMAGEM-RECUPERAR
      *QUEM FEZ A ALTERACAO NAO A DESFAZ PELO JORNAL (OPER-JN).
                   MOVE "ALTERA-CAD"   TO WS-Sd-Func-Feita
                   MOVE ZERO           TO WS-Sd-Oper-Feita
                   IF OPER-JN NUMERIC
                       MOVE OPER-JN TO WS-Sd-Oper-Feita
                   END-IF
                   MOVE "RECUPERA"     TO WS-Sd-Func-Atual
                   MOVE WS-COD-ENTRADA TO WS-Sd-Chave
                   PERFORM VERIFICA-SEGREGACAO THRU
                       SAI-VERIFICA-SEGREGACAO
                   IF NOT Sd-Recusado
                       PERFORM Aplica-Imagem
                   END-IF
           END-READ
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYJNPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDPG".
