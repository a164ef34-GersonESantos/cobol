000100*PROCESSADA EM arquivos\arqven.ckp E UMA NOVA EXECUCAO RETOMA   *
000110*DO PONTO. O AUDITOR CONSULTA O MORTO PELO CONSARQ. IMPRIME AS  *
000120*CONTAGENS EM RELATO.                                           *
      *NA VIRADA DO ANO (VIRADA) O CORTE (1\1 DO ANO QUE FECHA) VEM DO*
      *CONTROLE DE EXECUCAO EM VEZ DE SER PERGUNTADO; FALHA DEVOLVE   *
      *RETURN-CODE 8. TERMINA COM GOBACK.                             *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. ARQVEN.
000150 ENVIRONMENT DIVISION.
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELRU".
000220     SELECT Morto-Capa ASSIGN TO WS-NOME-MORTO-CAPA
000230            ORGANIZATION IS LINE SEQUENTIAL
000240            FILE STATUS  IS FS-MCA.
000370 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000380 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDRU".
000390 FD  Morto-Capa.
000400 01  Reg-Morto-Capa        PIC X(90).
000410 FD  Morto-Item.
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000500 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRWS".

       01  FS-MCA                PIC X(02) VALUE "00".
       01  FS-MIT                PIC X(02) VALUE "00".
       01  FS-CKP                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-RC                 PIC X(02) VALUE "00".

       78  Tl-Checkpoint-Intervalo  VALUE 50.

               END-IF
               PERFORM Arquiva-Notas
               PERFORM Program-Terminate
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
      *GOBACK EM VEZ DE STOP RUN: O PROGRAMA CONTINUA RODAVEL AVULSO
      *E CHAMAVEL PELA VIRADA DO ANO (VIRADA).
           GOBACK
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
      *NA VIRADA DO ANO O CORTE E 1\1 DO ANO QUE FECHA (CPYVRPG).
           PERFORM VERIFICA-VIRADA THRU SAI-VERIFICA-VIRADA
           IF Virada-Em-Curso
               MOVE WS-Vr-Corte TO WS-DATA-CORTE
               DISPLAY "ARQVEN - CORTE DA VIRADA DO ANO: "
                       WS-DATA-CORTE
           ELSE
               DISPLAY "ARQVEN - DATA DE CORTE (AAAAMMDD): "
               DISPLAY "PEDIDOS FATURADOS\CANCELADOS E NOTAS "
                       "ANTERIORES A ELA SERAO ARQUIVADOS."
               ACCEPT WS-DATA-CORTE
           END-IF
      *CONFERE O CARIMBO DE VERSAO DOS ARQUIVOS CONVERTIDOS ANTES DE
      *COPIAR AS IMAGENS PARA O MORTO: ARQUIVAR NO LAYOUT ERRADO
      *GRAVARIA LIXO PERMANENTE QUE O CONSARQ DEPOIS LERIA TORTO.
               MOVE "N" TO WS-ARQVEN-OK
           END-IF
           MOVE "ACE12" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "N" TO WS-ARQVEN-OK
           IF FS-MCA NOT = "00"
               DISPLAY "ARQVEN - ERRO NO MORTO DE PEDIDOS: " FS-MCA
               MOVE "S" TO WS-FIM-FASE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Arquiva-Itens-Pedido
               MOVE WS-NUM-TRAB TO NUM-11
           IF FS-MCA NOT = "00"
               DISPLAY "ARQVEN - ERRO NO MORTO DE NOTAS: " FS-MCA
               MOVE "S" TO WS-FIM-FASE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Arquiva-Itens-Nota
               MOVE WS-NUM-TRAB TO NF-NUM
           PERFORM Apaga-Checkpoint
           DISPLAY "ARQVEN - PEDIDOS " WS-PED-ARQUIVADOS
                   " NOTAS " WS-NF-ARQUIVADAS " ARQUIVADOS."
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYVRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
