      *tudo com trilha no log de operacoes. A cidade do cliente e
      *validada contra Arquivo-Cidade (existente e ativa, mesma regra
      *do vinculo CID-CODIGO-06 do fornecedor); a tabela de preco
      *(dominio de CODTAB-09) nao pode ficar em branco; o plano de
      *pagamento, quando informado, tem de existir ativo em ACEPL; o
      *sign-on com nivel de manutencao e exigido para gravar.
      *O indicador Tl-Cli-Aceita-Sub (CLI-ACEITASUB) diz se o cliente
      *aceita receber um substituto da tabela ACESU quando o produto
      *pedido falta; qualquer valor diferente de S grava N.
      *ACECL no layout da versao 2 (CONVCL): com o carimbo de versao
      *divergente em layout.ctl o programa nao abre.
       environment division.
       input-output section.
       file-control.
           copy "C:\Repo2024\cobol\dados1\book\SELCL".
           copy "C:\Repo2024\cobol\dados1\book\SELPL".
           select  Arquivo-Cidade
                  assign to WS-Arq-Cidade
                  organization is indexed
                  file status  is File-Status.
           copy "SELLOG".
           copy "C:\Repo2024\cobol\dados1\book\SELUSATU".
           copy "C:\Repo2024\cobol\dados1\book\SELLV".

       data division.
       file section.
       copy "C:\Repo2024\cobol\dados1\book\FDCL".
       copy "C:\Repo2024\cobol\dados1\book\FDPL".
       FD Arquivo-Cidade.
       01 Registro-Cidade.
         02 Cid-Codigo         Pic 9(05).
         02 Cid-Versao         Pic 9(14).
       copy "FDLOG".
       copy "C:\Repo2024\cobol\dados1\book\FDUSATU".
       copy "C:\Repo2024\cobol\dados1\book\FDLV".

       working-storage section.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
       copy "DSSYSINF.CPY".
       copy "CPYLOGWS".
       copy "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       copy "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       77 File-status              pic x(2).
       77 FS                       pic x(2).

       01 WS-Cidade-Valida          pic x(01).
          88 Cidade-Valida          value "S".
       01 WS-Plano-Valido           pic x(01).
          88 Plano-Valido           value "S".

       procedure division.
       SecaoPrincipal section.
           perform LER-OPERADOR-ATUAL thru SAI-LER-OPERADOR-ATUAL
           move WS-Oper-Empresa to WS-Arq-Empresa
           perform RESOLVE-ARQUIVOS thru SAI-RESOLVE-ARQUIVOS
           move "ACECL" to WS-Lv-Arq
           move 2 to WS-Lv-Esperada
           perform VERIFICA-LAYOUT thru SAI-VERIFICA-LAYOUT
           if not Layout-Confere
              stop run
           end-if
           perform CarregarGS
           perform ChamarTela until Tl-funcao equal Funcao-Sair
           stop run
              perform MostrarMensagem
              move 1 to Tl-Resposta
           else
              perform ValidarPlanoCliente
              if Tl-Cli-Codtab equal space
                 move "Informe a tabela de preco do cliente"
                                     to TL-Mensagem
                 move "Mensagem-Erro" to DS-Procedure
                 perform MostrarMensagem
                 move 1 to Tl-Resposta
              else
              if not Plano-Valido
                 move "Plano de pagamento inexistente ou inativo"
                                     to TL-Mensagem
                 move "Mensagem-Erro" to DS-Procedure
                 perform MostrarMensagem
                 move 1 to Tl-Resposta
              else
                 move 999999 to CLI-CODIGO
                 start ACECL key is not greater CLI-CODIGO
                 move CLI-CODIGO to Tl-Cli-Codigo
                 perform PreencherArquivo
                 move "A" to CLI-STATUS
                 move "N" to CLI-CHQDEV
                 move "N" to CLI-BLOQCRED
                 write REG-CL
                 if FS not equal "00" and "02"
                    move "Erro ao gravar o registro." to TL-Mensagem
                    move 1 to Tl-Resposta
                 end-if
              end-if
              end-if
           end-if
           if Tl-Resposta equal zeros
              move "INCLUIR"   to WS-Log-Funcao
              move 1 to Tl-Resposta
           else
              perform ValidarCidadeCliente
              perform ValidarPlanoCliente
              if not Cidade-Valida
                 move "Cidade inexistente ou inativa" to TL-Mensagem
                 move "Mensagem-Erro" to DS-Procedure
                 perform MostrarMensagem
                 move 1 to Tl-Resposta
              else
              if not Plano-Valido
                 move "Plano de pagamento inexistente ou inativo"
                                     to TL-Mensagem
                 move "Mensagem-Erro" to DS-Procedure
                 perform MostrarMensagem
                 move 1 to Tl-Resposta
              else
                 perform PreencherArquivo
                 rewrite REG-CL
                    move 1 to Tl-Resposta
                 end-if
              end-if
              end-if
           end-if
           if Tl-Resposta equal zeros
              move "ALTERAR"   to WS-Log-Funcao
              close Arquivo-Cidade
           end-if
           .
      *plano zero = sem plano (parcela unica pelo prazo do cliente);
      *sem o arquivo de planos ainda criado so o zero e aceito.
       ValidarPlanoCliente section.
           move "N" to WS-Plano-Valido
           if Tl-Cli-Plano equal zeros
              move "S" to WS-Plano-Valido
           else
              open input ACEPL
              if FS equal "00"
                 move Tl-Cli-Plano to PL-CODIGO
                 read ACEPL
                 if FS equal "00" or "02"
                    if PLANO-ATIVO
                       move "S" to WS-Plano-Valido
                    end-if
                 end-if
                 close ACEPL
              end-if
           end-if
           .
       PreencherArquivo section.
           move function upper-case(Tl-Cli-Nome) to CLI-NOME
           move Tl-Cli-Cnpj   to CLI-CNPJ
           move Tl-Cli-Codtab to CLI-CODTAB
           move Tl-Cli-Limite to CLI-LIMITE
           move Tl-Cli-Condpg to CLI-CONDPG
           move Tl-Cli-Plano  to CLI-PLANO
           if Tl-Cli-Aceita-Sub equal "S" or "s"
              move "S" to CLI-ACEITASUB
           else
              move "N" to CLI-ACEITASUB
           end-if
           .
       PreencherTela section.
           move CLI-CODIGO to Tl-Cli-Codigo
           else
              move zeros to Tl-Cli-Condpg
           end-if
           if CLI-PLANO numeric
              move CLI-PLANO to Tl-Cli-Plano
           else
              move zeros to Tl-Cli-Plano
           end-if
           if CLI-ACEITA-SUBSTITUTO
              move "S" to Tl-Cli-Aceita-Sub
           else
              move "N" to Tl-Cli-Aceita-Sub
           end-if
           move CLI-STATUS to Tl-Cli-Status
           .
       ChamarTela section.
       copy "CPYLOGPG".
       copy "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       copy "C:\Repo2024\cobol\dados1\book\CPYLVPG".
