000050*Arquivo-Cidade (ATIVA), COMO SEMPRE FOI A REGRA DO VINCULO     *
000060*CID-CODIGO-06. EXIGE OPERADOR COM NIVEL DE MANUTENCAO E TODA   *
000070*OPERACAO VAI PARA O LOG.                                       *
      *GUARDA TAMBEM OS DADOS BANCARIOS DO FORNECEDOR (BANCO, AGENCIA *
      *E CONTA) USADOS NO LOTE DE PAGAMENTO DO PAGBAN.                *
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID. FORNCAD.
000100 ENVIRONMENT DIVISION.
                   MOVE WS-CODIGO TO COD-06
                   MOVE ZEROS TO CID-CODIGO-06 CNPJ-06
                                 PRAZOENT-06 PEDMIN-06 CONDPG-06
                                 BANCO-06 AGENCIA-06
               NOT INVALID KEY
                   DISPLAY "ALTERANDO: " NOME-06
           END-READ
                   DISPLAY "CONDICAO DE PAGAMENTO EM DIAS "
                           "(0 = VALE A DO PRODUTO): "
                   ACCEPT CONDPG-06
                   PERFORM Le-Dados-Bancarios
                   WRITE REG-06
                       INVALID KEY
                           REWRITE REG-06
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LE-DADOS-BANCARIOS - SEM BANCO O FORNECEDOR FICA FORA DO
      *PAGAMENTO POR LOTE (PAGBAN) E CONTINUA PAGO A MAO EM CTAPAG.
       Le-Dados-Bancarios SECTION.
           DISPLAY "BANCO PARA PAGAMENTO (0 = NAO INFORMADO): "
           ACCEPT BANCO-06
           IF BANCO-06 = ZERO
               MOVE ZERO   TO AGENCIA-06
               MOVE SPACES TO CONTACOR-06
           ELSE
               DISPLAY "AGENCIA (SEM DIGITO): "
               ACCEPT AGENCIA-06
               DISPLAY "CONTA COM DIGITO, SEM PONTUACAO: "
               ACCEPT CONTACOR-06
           END-IF
           .

      *---------------------------------------------------------------*

       Valida-Cidade SECTION.
                   DISPLAY "PRAZO ENTREGA " PRAZOENT-06
                           " PEDIDO MINIMO " PEDMIN-06
                           " COND.PAGTO " CONDPG-06
                   IF BANCO-06 NUMERIC AND BANCO-06 NOT = ZERO
                       DISPLAY "BANCO " BANCO-06 " AGENCIA "
                               AGENCIA-06 " CONTA " CONTACOR-06
                   ELSE
                       DISPLAY "SEM DADOS BANCARIOS PARA PAGAMENTO"
                   END-IF
           END-READ
           MOVE "00" TO FS
           .
