000070*AJUSTA OU REJEITA CADA PROPOSTA PENDENTE - ACEITAR REGRAVA     *
000080*ESTMIN-01 PELO CAMINHO NORMAL COM JORNAL DE IMAGENS (ACEJN) E  *
000090*TRILHA NO LOG. EXIGE NIVEL DE MANUTENCAO.                      *
      *O PRAZO DE ENTREGA DO FORNECEDOR E CONTADO EM DIAS UTEIS PELO  *
      *CALENDARIO ACEFE (FIM DE SEMANA E FERIADO NACIONAL OU DA       *
      *CIDADE DO FORNECEDOR NAO CONTAM) E VIRA DIAS CORRIDOS DE       *
      *COBERTURA A PARTIR DE HOJE.                                    *
      *O AJUSTE (J) GRAVA O OPERADOR EM PN-OPER-AJUSTE E, COM O PAR   *
      *AJUSTA-MIN\ACEITA-MIN ATIVO NA TABELA DE SEGREGACAO DE FUNCOES *
      *(ACESD, SEGFUN), SO SUBSTITUI O MINIMO PROPOSTO: OUTRO OPERADOR*
      *ACEITA DEPOIS (O DONO DA EMPRESA PODE LIBERAR O PROPRIO AJUSTE,*
      *CONFIRMANDO). QUEM ACEITA OU REJEITA FICA EM PN-OPER-REV.      *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROPMIN.
000120 ENVIRONMENT DIVISION.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELJN".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000200 DATA DIVISION.
000210 FILE SECTION.
000220 COPY "C:\Repo2024\cobol\dados1\book\FDPN".
000240 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000250 COPY "C:\Repo2024\cobol\dados1\book\FDJN".
000260 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000270 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000280 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000290 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000300 COPY "C:\Repo2024\cobol\dados1\book\CPYJNWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".

      *PRAZO DE ENTREGA PADRAO E FOLGA DE SEGURANCA DO CALCULO.
       78  Tl-Prazo-Padrao       VALUE 7.
               CLOSE ACEJN
               OPEN I-O ACEJN
           END-IF
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           OPEN EXTEND Arquivo-Log
           MOVE "PROPMIN" TO WS-Log-Programa
      *PARES DE FUNCOES INCOMPATIVEIS (SEGFUN) E DONO DA EMPRESA.
           PERFORM CARREGA-SEGREGACAO THRU SAI-CARREGA-SEGREGACAO
           .

      *---------------------------------------------------------------*
                   IF PRAZOENT-06 NUMERIC
                      AND PRAZOENT-06 NOT = ZERO
                       MOVE PRAZOENT-06 TO WS-PRAZO
                       PERFORM Prazo-Em-Dias-Corridos
                   END-IF
           END-READ
           MOVE "00" TO FS
               MOVE WS-MINIMO-NOVO TO PN-ESTMIN-PROP
               MOVE WS-DATA-HOJE   TO PN-DATA
               MOVE "P"            TO PN-SITUACAO
               MOVE ZERO           TO PN-OPER-AJUSTE PN-OPER-REV
               WRITE REG-PN
                   INVALID KEY
                       REWRITE REG-PN
           END-IF
           .

      *---------------------------------------------------------------*
      *PRAZO-EM-DIAS-CORRIDOS - O PRAZO DO FORNECEDOR E EM DIAS UTEIS:
      *SOMA-DIAS-UTEIS (CPYDUPG) A PARTIR DE HOJE DA A DATA DE
      *CHEGADA, E A COBERTURA E A DISTANCIA CORRIDA ATE ELA.
       Prazo-Em-Dias-Corridos SECTION.
           MOVE WS-DATA-HOJE TO WS-Du-Data
           MOVE WS-PRAZO     TO WS-Du-Dias
           MOVE SPACES       TO WS-Du-Uf
           MOVE ZERO         TO WS-Du-Cidade
           IF CID-CODIGO-06 NUMERIC
               MOVE CID-CODIGO-06 TO WS-Du-Cidade
           END-IF
           PERFORM SOMA-DIAS-UTEIS THRU SAI-SOMA-DIAS-UTEIS
           COMPUTE WS-PRAZO =
               FUNCTION INTEGER-OF-DATE(WS-Du-Data)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           .

      *---------------------------------------------------------------*

       Revisa-Propostas SECTION.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
      *QUEM AJUSTOU O MINIMO NAO ACEITA O PROPRIO AJUSTE.
                   MOVE "AJUSTA-MIN"    TO WS-Sd-Func-Feita
                   MOVE ZERO            TO WS-Sd-Oper-Feita
                   IF PN-OPER-AJUSTE NUMERIC
                       MOVE PN-OPER-AJUSTE TO WS-Sd-Oper-Feita
                   END-IF
                   MOVE "ACEITA-MIN"    TO WS-Sd-Func-Atual
                   MOVE WS-COD-GUARDADO TO WS-Sd-Chave
                   PERFORM VERIFICA-SEGREGACAO THRU
                       SAI-VERIFICA-SEGREGACAO
                   IF NOT Sd-Recusado
                       MOVE PN-ESTMIN-PROP TO WS-MINIMO-NOVO
                       PERFORM Aceita-Proposta
                   END-IF
               WHEN "J"
               WHEN "j"
                   DISPLAY "NOVO MINIMO: "
                   ACCEPT WS-MINIMO-NOVO
                   MOVE WS-Oper-Codigo TO PN-OPER-AJUSTE
                   MOVE "AJUSTA-MIN"   TO WS-Sd-Func-Feita
                   MOVE "ACEITA-MIN"   TO WS-Sd-Func-Atual
                   PERFORM PROCURA-PAR-SEGREGACAO THRU
                       SAI-PROCURA-PAR-SEGREGACAO
                   IF WS-Sd-Achado = ZERO
                       PERFORM Aceita-Proposta
                   ELSE
                       PERFORM Grava-Ajuste
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO PN-SITUACAO
                   MOVE WS-Oper-Codigo TO PN-OPER-REV
                   REWRITE REG-PN
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PROPOSTA."
                               THRU SAI-GRAVA-JORNAL-REG01
                           MOVE "A" TO PN-SITUACAO
                           MOVE WS-MINIMO-NOVO TO PN-ESTMIN-PROP
                           MOVE WS-Oper-Codigo TO PN-OPER-REV
                           REWRITE REG-PN
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR "
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-AJUSTE - COM O PAR AJUSTA-MIN\ACEITA-MIN ATIVO NA TABELA
      *DE SEGREGACAO, O MINIMO DIGITADO SUBSTITUI O PROPOSTO E A
      *PROPOSTA FICA PENDENTE PARA OUTRO OPERADOR ACEITAR.
       Grava-Ajuste SECTION.
           MOVE WS-MINIMO-NOVO TO PN-ESTMIN-PROP
           REWRITE REG-PN
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PROPOSTA."
               NOT INVALID KEY
                   MOVE "AJUSTA-MIN"    TO WS-Log-Funcao
                   MOVE WS-COD-GUARDADO TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "AJUSTE GRAVADO - A PROPOSTA FICA PENDENTE "
                           "PARA OUTRO OPERADOR ACEITAR."
           END-REWRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEPN ACE01 ACE06 ACEJN Arquivo-Log
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .


       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYJNPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDPG".
