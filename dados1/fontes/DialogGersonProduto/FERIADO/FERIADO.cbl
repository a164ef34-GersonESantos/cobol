000010*FERIADO-MANUTENCAO DO CALENDARIO DE FERIADOS (ACEFE), NO MOLDE *
000020*DE TRANSPTB. CADA FERIADO E NACIONAL, ESTADUAL (PELA UF, MESMO *
000030*DOMINIO DE Cid-Estado) OU MUNICIPAL (PELA CIDADE, VALIDADA     *
000040*CONTRA Arquivo-Cidade); O FERIADO FIXO E GRAVADO COM ANO 0000  *
000050*E VALE TODO ANO, O MOVEL E CADASTRADO ANO A ANO. O CALENDARIO  *
000060*E O QUE ROLA PARA O DIA UTIL SEGUINTE OS VENCIMENTOS DE        *
000070*FATURA, RECMERC E BANCOB E A PREVISAO DE FLUXCX E POSIMP, E O  *
000080*QUE CONTA EM DIAS UTEIS O PRAZO DE ENTREGA DO FORNECEDOR EM    *
000090*PROPMIN, FORNDES E SUGCOM (CPYDUPG). A CONSULTA DIZ SE UMA     *
000100*DATA E UTIL NUM LOCAL E QUAL O PROXIMO DIA UTIL. EXIGE NIVEL   *
000110*DE MANUTENCAO E TODA OPERACAO VAI PARA O LOG.                  *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. FERIADO.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000180     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000190            ORGANIZATION IS INDEXED
000200            ACCESS MODE  IS DYNAMIC
000210            RECORD KEY   IS Cid-Codigo
000220            FILE STATUS  IS FS-CID.
000230 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000250 DATA DIVISION.
000260 FILE SECTION.
000270 COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000280 FD Arquivo-Cidade.
000290 01 Registro-Cidade.
000300   02 Cid-Codigo         Pic 9(05).
000310   02 Cidade             Pic x(30).
000320   02 DDD-Cidade         Pic 9(04).
000330   02 Cid-Cod-Municipio  Pic 9(07).
000340   02 Cid-Estado         Pic x(02).
000350   02 Cid-CEP            Pic 9(08).
000360   02 Cid-Status         Pic x(01).
000370      88 Cid-Status-Ativa    value "A".
000380      88 Cid-Status-Inativa  value "I".
000390   02 Cid-Versao         Pic 9(14).
000400 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000420 WORKING-STORAGE SECTION.
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".

       01  FS-CID                PIC X(02) VALUE "00".

       01  WS-FIM-FERIADO        PIC X(01) VALUE "N".
           88  FIM-FERIADO       VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".
       01  WS-CHAVE-OK           PIC X(01).
           88  CHAVE-OK          VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-FIXO               PIC X(01).
       01  WS-DATA               PIC 9(08).
       01  WS-ANO-LISTA          PIC 9(04).
       01  WS-CIDADE             PIC 9(05).
       01  WS-UF                 PIC X(02).
       01  WS-CHAVE-LOG.
           03  WS-CL-DATA        PIC 9(08).
           03  WS-CL-ABRANG      PIC X(01).
           03  WS-CL-LOCAL       PIC X(05).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-FERIADO
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "FERIADO - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-FERIADO
           END-IF
           OPEN I-O ACEFE
           IF FS-FE = "05" OR "35"
               OPEN OUTPUT ACEFE
               CLOSE ACEFE
               OPEN I-O ACEFE
           END-IF
      *O ARQUIVO FICA ABERTO EM I-O; A CONSULTA DE DIA UTIL USA A
      *MESMA ABERTURA.
           IF FS-FE = "00"
               MOVE "S" TO WS-Du-Calendario
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "FERIADO" TO WS-Log-Programa
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "FERIADO - 1=GRAVAR FERIADO 2=LISTAR 3=EXCLUIR "
                   "4=CONSULTAR DIA UTIL 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gravar-Feriado
               WHEN 2
                   PERFORM Listar-Feriados
               WHEN 3
                   PERFORM Excluir-Feriado
               WHEN 4
                   PERFORM Consultar-Dia
               WHEN 0
                   MOVE "S" TO WS-FIM-FERIADO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *GRAVAR-FERIADO - INCLUI OU REGRAVA A DESCRICAO DO FERIADO.
       Gravar-Feriado SECTION.
           PERFORM Digita-Chave
           IF CHAVE-OK
               DISPLAY "DESCRICAO: "
               MOVE SPACES TO FE-DESCRICAO
               ACCEPT FE-DESCRICAO
               MOVE WS-Oper-Codigo TO FE-OPERADOR
               WRITE REG-FE
                   INVALID KEY
                       REWRITE REG-FE
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR FERIADO."
                       END-REWRITE
               END-WRITE
               MOVE "GRAVA-FER" TO WS-Log-Funcao
               PERFORM Monta-Chave-Log
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "FERIADO GRAVADO."
           END-IF
           .

      *---------------------------------------------------------------*
      *DIGITA-CHAVE - DATA, SE E FIXO (ANO 0000) E A ABRANGENCIA. A
      *CIDADE DO MUNICIPAL TEM DE EXISTIR EM Arquivo-Cidade.
       Digita-Chave SECTION.
           MOVE "N" TO WS-CHAVE-OK
           INITIALIZE REG-FE
           DISPLAY "DATA DO FERIADO (AAAAMMDD): "
           ACCEPT WS-DATA
           DISPLAY "FERIADO FIXO, VALE TODO ANO (S/N)? "
           ACCEPT WS-FIXO
           MOVE WS-DATA TO FE-DATA
           IF WS-FIXO = "S" OR "s"
               MOVE ZERO TO FE-ANO
           END-IF
           IF FE-MMDD < 0101 OR FE-MMDD > 1231
              OR (FE-ANO NOT = ZERO AND FE-ANO < 1900)
               DISPLAY "DATA INVALIDA."
           ELSE
               DISPLAY "ABRANGENCIA N=NACIONAL E=ESTADUAL "
                       "M=MUNICIPAL: "
               ACCEPT FE-ABRANG
               EVALUATE TRUE
                   WHEN FE-ABRANG = "N" OR "n"
                       MOVE "N" TO FE-ABRANG
                       MOVE "S" TO WS-CHAVE-OK
                   WHEN FE-ABRANG = "E" OR "e"
                       MOVE "E" TO FE-ABRANG
                       DISPLAY "UF (SIGLA DO ESTADO): "
                       ACCEPT WS-UF
                       IF WS-UF = SPACES
                           DISPLAY "UF OBRIGATORIA NO FERIADO "
                                   "ESTADUAL."
                       ELSE
                           MOVE WS-UF TO FE-UF
                           MOVE "S" TO WS-CHAVE-OK
                       END-IF
                   WHEN FE-ABRANG = "M" OR "m"
                       MOVE "M" TO FE-ABRANG
                       DISPLAY "CODIGO DA CIDADE: "
                       ACCEPT WS-CIDADE
                       PERFORM Confere-Cidade
                   WHEN OTHER
                       DISPLAY "ABRANGENCIA INVALIDA."
               END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Cidade SECTION.
           OPEN INPUT Arquivo-Cidade
           IF FS-CID = "00"
               MOVE WS-CIDADE TO Cid-Codigo
               READ Arquivo-Cidade
                   INVALID KEY
                       DISPLAY "CIDADE NAO CADASTRADA EM cidade.dat."
                   NOT INVALID KEY
                       DISPLAY "CIDADE: " Cidade " " Cid-Estado
                       MOVE WS-CIDADE TO FE-CIDADE
                       MOVE "S" TO WS-CHAVE-OK
               END-READ
               CLOSE Arquivo-Cidade
           ELSE
               DISPLAY "CADASTRO DE CIDADES NAO ENCONTRADO."
           END-IF
           .

      *---------------------------------------------------------------*

       Monta-Chave-Log SECTION.
           MOVE FE-DATA   TO WS-CL-DATA
           MOVE FE-ABRANG TO WS-CL-ABRANG
           EVALUATE TRUE
               WHEN FERIADO-ESTADUAL
                   MOVE FE-UF TO WS-CL-LOCAL
               WHEN FERIADO-MUNICIPAL
                   MOVE FE-CIDADE TO WS-CL-LOCAL
               WHEN OTHER
                   MOVE SPACES TO WS-CL-LOCAL
           END-EVALUATE
           MOVE WS-CHAVE-LOG TO WS-Log-Chave
           .

      *---------------------------------------------------------------*
      *LISTAR-FERIADOS - OS FIXOS (ANO 0000) SAEM SEMPRE; OS MOVEIS
      *SO OS DO ANO PEDIDO (ZERO = TODOS).
       Listar-Feriados SECTION.
           DISPLAY "ANO A LISTAR (0 = TODOS): "
           ACCEPT WS-ANO-LISTA
           MOVE "N" TO WS-FIM-LISTA
           MOVE LOW-VALUES TO FE-CHAVE
           START ACEFE KEY IS NOT LESS FE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEFE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF FE-ANO = ZERO OR WS-ANO-LISTA = ZERO
                          OR FE-ANO = WS-ANO-LISTA
                           PERFORM Mostra-Feriado
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS-FE
           .

      *---------------------------------------------------------------*

       Mostra-Feriado SECTION.
           EVALUATE TRUE
               WHEN FE-ANO = ZERO AND FERIADO-ESTADUAL
                   DISPLAY "TODO ANO " FE-MMDD " ESTADUAL  " FE-UF
                           "    " FE-DESCRICAO
               WHEN FE-ANO = ZERO AND FERIADO-MUNICIPAL
                   DISPLAY "TODO ANO " FE-MMDD " MUNICIPAL " FE-CIDADE
                           " " FE-DESCRICAO
               WHEN FE-ANO = ZERO
                   DISPLAY "TODO ANO " FE-MMDD " NACIONAL        "
                           FE-DESCRICAO
               WHEN FERIADO-ESTADUAL
                   DISPLAY FE-DATA "      ESTADUAL  " FE-UF
                           "    " FE-DESCRICAO
               WHEN FERIADO-MUNICIPAL
                   DISPLAY FE-DATA "      MUNICIPAL " FE-CIDADE
                           " " FE-DESCRICAO
               WHEN OTHER
                   DISPLAY FE-DATA "      NACIONAL        "
                           FE-DESCRICAO
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Excluir-Feriado SECTION.
           PERFORM Digita-Chave
           IF CHAVE-OK
               READ ACEFE
                   INVALID KEY
                       DISPLAY "FERIADO NAO CADASTRADO."
                   NOT INVALID KEY
                       DELETE ACEFE
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR FERIADO."
                           NOT INVALID KEY
                               MOVE "EXCL-FER" TO WS-Log-Funcao
                               PERFORM Monta-Chave-Log
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                               DISPLAY "FERIADO EXCLUIDO."
                       END-DELETE
               END-READ
               MOVE "00" TO FS-FE
           END-IF
           .

      *---------------------------------------------------------------*
      *CONSULTAR-DIA - A MESMA REGRA QUE ROLA OS VENCIMENTOS: DIZ SE A
      *DATA E UTIL NO LOCAL E QUAL O PRIMEIRO DIA UTIL A PARTIR DELA.
       Consultar-Dia SECTION.
           DISPLAY "DATA (AAAAMMDD): "
           ACCEPT WS-Du-Data
           DISPLAY "CIDADE (0 = SO FERIADO NACIONAL): "
           ACCEPT WS-CIDADE
           MOVE ZERO   TO WS-Du-Cidade
           MOVE SPACES TO WS-Du-Uf
           IF WS-CIDADE NOT = ZERO
               OPEN INPUT Arquivo-Cidade
               IF FS-CID = "00"
                   MOVE WS-CIDADE TO Cid-Codigo
                   READ Arquivo-Cidade
                       INVALID KEY
                           DISPLAY "CIDADE NAO CADASTRADA - VALE SO "
                                   "O NACIONAL."
                       NOT INVALID KEY
                           MOVE WS-CIDADE  TO WS-Du-Cidade
                           MOVE Cid-Estado TO WS-Du-Uf
                   END-READ
                   CLOSE Arquivo-Cidade
               END-IF
           END-IF
           PERFORM VERIFICA-DIA-UTIL THRU SAI-VERIFICA-DIA-UTIL
           IF Du-Dia-Util
               DISPLAY WS-Du-Data " E DIA UTIL."
           ELSE
               PERFORM PROXIMO-DIA-UTIL THRU SAI-PROXIMO-DIA-UTIL
               DISPLAY "NAO E DIA UTIL - PROXIMO DIA UTIL "
                       WS-Du-Data
           END-IF
           MOVE "00" TO FS-FE
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEFE Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
