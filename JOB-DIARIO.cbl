      *                GERENCIADOR    (IMPORTACAO, MODO BATCH)        *
      *                GERENC-CARTEIRA (DISTRIBUICAO DE CARTEIRA)     *
      *                RELATORIO       (RELATORIO CLIENTE/VENDEDOR)   *
      *                IMPORTA-TITULOS (TITULOS A RECEBER DO ERP)     *
      *                IMPORTA-ESTOQUE (POSICAO DE ESTOQUE DO ARMAZEM)*
      *                RELAT-BACKORDER (FILA DE BACKORDER)            *
      *                RELAT-CADENCIA  (VISITAS EM ATRASO)            *
      *                ESCALA-SAC      (CHAMADOS DO SAC VENCIDOS)     *
      *                RELAT-CONTRATO  (CONTRATOS A VENCER/CONSUMO)   *
      *                ATRIBUI-CD      (CD QUE ATENDE CADA CLIENTE)   *
      *                GERA-EXTRATO    (EXTRATO MENSAL DO VENDEDOR)   *
      *                VERIFICA-INTEGR (REGISTROS ORFAOS ENTRE ARQS)  *
      *                GERA-PROGRAMADOS (PEDIDOS PROGRAMADOS)         *
      *                RELAT-RECEBER   (RECEBIMENTOS PROJETADOS)      *
      *                PROC-RETERP     (RETORNO DE FATURAMENTO ERP)   *
      *                EXPORTA-ERP     (PEDIDOS APROVADOS PARA O ERP) *
      *                PROC-ENTREGA    (COMPROVANTES DE ENTREGA)      *
      *                RELAT-OPERADOR  (PRODUTIVIDADE DOS OPERADORES) *
      *                RELAT-LICENCA   (LICENCAS DE CLIENTES A VENCER)*
      *                DERIVA-LINHAS   (LINHAS EXIGIDAS DO CLIENTE)   *
      *                GERA-OPORTUN    (OPORTUNIDADES DE VENDA CRUZADA)*
      *                DISTRIBUI-RELAT (RELATORIOS POR DESTINATARIO)  *
      *                RELAT-PIPELINE  (PIPELINE DE OPORTUNIDADES)    *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *                       (IMPORTA-DEVOL) ANTES DA COMISSAO.       *
      *    2026-09-02 AM      ETAPA 6: BRIEFING DIARIO POR VENDEDOR    *
      *                       (GERA-BRIEFING) AO FIM DO CICLO.         *
      *    2026-10-15 AM      CARGA DIARIA DOS TITULOS A RECEBER DO    *
      *                       ERP (IMPORTA-TITULOS) APOS A IMPORTACAO. *
      *    2026-10-15 AM      CARGA DIARIA DO ESTOQUE DO ARMAZEM       *
      *                       (IMPORTA-ESTOQUE) E RELATORIO DE         *
      *                       BACKORDER (RELAT-BACKORDER).             *
      *    2026-10-15 AM      LISTA DIARIA DE VISITAS EM ATRASO PELA   *
      *                       CADENCIA DA FAIXA (RELAT-CADENCIA).      *
      *    2026-10-15 AM      ESCALONAMENTO DIARIO DOS CHAMADOS DO SAC *
      *                       COM PRAZO VENCIDO (ESCALA-SAC).          *
      *    2026-10-15 AM      LISTA SEMANAL DOS CONTRATOS A VENCER E   *
      *                       DE CONSUMO ABAIXO DO COMPROMETIDO        *
      *                       (RELAT-CONTRATO), NO 1o DIA UTIL DA      *
      *                       SEMANA.                                  *
      *    2026-10-15 AM      ATRIBUICAO DIARIA DO CENTRO DE           *
      *                       DISTRIBUICAO DE CADA CLIENTE             *
      *                       (ATRIBUI-CD) APOS A CARGA DE ESTOQUE.    *
      *    2026-10-15 AM      EXTRATO MENSAL POR VENDEDOR              *
      *                       (GERA-EXTRATO) APOS A COMISSAO.          *
      *    2026-10-15 AM      CONFERENCIA NOTURNA DE INTEGRIDADE       *
      *                       REFERENCIAL (VERIFICA-INTEGR) AO FIM     *
      *                       DO CICLO.                                *
      *    2026-10-15 AM      GERACAO DIARIA DOS PEDIDOS PROGRAMADOS   *
      *                       VENCIDOS (GERA-PROGRAMADOS) APOS A       *
      *                       CARTEIRA.                                *
      *    2026-10-15 AM      PROJECAO SEMANAL DE RECEBIMENTOS PELAS   *
      *                       PARCELAS DOS PEDIDOS (RELAT-RECEBER), NO *
      *                       1o DIA UTIL DA SEMANA.                   *
      *    2026-10-15 AM      RETORNO DE FATURAMENTO DO ERP            *
      *                       (PROC-RETERP) E ENVIO DIARIO DOS PEDIDOS *
      *                       APROVADOS AO ERP (EXPORTA-ERP).          *
      *    2026-10-15 AM      COMPROVANTES DE ENTREGA DAS              *
      *                       TRANSPORTADORAS (PROC-ENTREGA) APOS O    *
      *                       RETORNO DO ERP.                          *
      *    2026-10-15 AM      PRODUTIVIDADE SEMANAL DOS OPERADORES     *
      *                       (RELAT-OPERADOR), NO 1o DIA UTIL DA      *
      *                       SEMANA.                                  *
      *    2026-10-15 AM      LICENCAS DE CLIENTES VENCIDAS OU A       *
      *                       VENCER EM 30 DIAS (RELAT-LICENCA), NO    *
      *                       1o DIA UTIL DA SEMANA.                   *
      *    2026-10-15 AM      DERIVACAO DAS LINHAS DE PRODUTO EXIGIDAS *
      *                       POR CLIENTE (DERIVA-LINHAS) ANTES DA     *
      *                       DISTRIBUICAO DE CARTEIRA.                *
      *    2026-10-15 AM      LISTA MENSAL DE OPORTUNIDADES DE VENDA   *
      *                       CRUZADA POR VENDEDOR (GERA-OPORTUN).     *
      *    2026-10-15 AM      DISTRIBUICAO DOS RELATORIOS DO CICLO     *
      *                       POR DESTINATARIO NO FIM DO JOB           *
      *                       (DISTRIBUI-RELAT).                       *
      *    2026-10-15 AM      PIPELINE SEMANAL DE OPORTUNIDADES POR    *
      *                       VENDEDOR E ESTAGIO (RELAT-PIPELINE), NO  *
      *                       1o DIA UTIL DA SEMANA.                   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           88  WRK-CAL-FIM                              VALUE 'S'.
       77  WRK-MES-HOJE                 PIC  9(006)     VALUE ZEROS.
       77  WRK-MES-DO-REG               PIC  9(006)     VALUE ZEROS.
      *    PERIODO APURADO PELA COMISSAO, REPASSADO AO EXTRATO.
       77  WRK-PERIODO-APURADO          PIC  9(006)     VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    FECHAMENTO DO PERIODO DE VENDAS DEPOIS DO PASSO MENSAL DE   *
       77  WRK-RECUO                    PIC  9(002)     VALUE ZEROS.
       01  WRK-ACHOU-DIA-FLAG           PIC  X(001)     VALUE 'N'.
           88  WRK-ACHOU-DIA-UTIL                       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    PASSOS SEMANAIS: RODAM NO PRIMEIRO DIA UTIL DA SEMANA.      *
      *----------------------------------------------------------------*
       01  WRK-PRI-DIA-SEMANA-FLAG      PIC  X(001)     VALUE 'N'.
           88  WRK-PRI-DIA-SEMANA                       VALUE 'S'.
       77  WRK-DOW-HOJE                 PIC  9(001)     VALUE ZEROS.
       77  WRK-DIAS-DESDE-SEG           PIC  9(001)     VALUE ZEROS.
       01  WRK-TEVE-CICLO-FLAG          PIC  X(001)     VALUE 'N'.
           88  WRK-TEVE-CICLO-ANT                       VALUE 'S'.
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 2000-PASSO-IMPORTACAO  THRU 2000-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 2500-PASSO-TITULOS     THRU 2500-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 2600-PASSO-ESTOQUE     THRU 2600-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 2700-PASSO-ATRIBUI-CD  THRU 2700-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 2800-PASSO-LINHAS      THRU 2800-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 3000-PASSO-CARTEIRA    THRU 3000-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 3500-PASSO-PROGRAMADOS THRU 3500-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 4000-PASSO-RELATORIOS  THRU 4000-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 4500-PASSO-CADENCIA    THRU 4500-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 4600-PASSO-ESCALA-SAC  THRU 4600-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 4620-PASSO-RETORNO-ERP THRU 4620-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 4630-PASSO-ENTREGA     THRU 4630-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 4640-PASSO-EXPORTA-ERP THRU 4640-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU AND WRK-PRI-DIA-SEMANA
               PERFORM 4700-PASSO-CONTRATOS   THRU 4700-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU AND WRK-PRI-DIA-SEMANA
               PERFORM 4750-PASSO-RECEBER     THRU 4750-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU AND WRK-PRI-DIA-SEMANA
               PERFORM 4760-PASSO-OPERADOR    THRU 4760-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU AND WRK-PRI-DIA-SEMANA
               PERFORM 4770-PASSO-LICENCAS    THRU 4770-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU AND WRK-PRI-DIA-SEMANA
               PERFORM 4780-PASSO-PIPELINE    THRU 4780-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU AND WRK-ULT-DIA-UTIL
               PERFORM 5000-PASSO-MENSAL      THRU 5000-SAIDA
           IF NOT WRK-JOB-ABORTOU
               PERFORM 6000-PASSO-BRIEFING    THRU 6000-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 6500-PASSO-INTEGRIDADE THRU 6500-SAIDA
           END-IF
      *
           IF NOT WRK-JOB-ABORTOU
               PERFORM 6700-PASSO-DISTRIBUICAO THRU 6700-SAIDA
           END-IF
      *
           PERFORM 9000-FINALIZAR      THRU 9000-SAIDA
      *
           END-IF
      *
           PERFORM 1200-CONSULTA-CALENDARIO THRU 1200-SAIDA
           PERFORM 1250-TESTA-INICIO-SEMANA THRU 1250-SAIDA
           .
      *----------------------------------------------------------------*
       1000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * HOJE E O PRIMEIRO DIA UTIL DA SEMANA QUANDO E SEGUNDA-FEIRA OU *
      * QUANDO NENHUM DIA DESDE A SEGUNDA FOI UTIL (SEGUNDA FERIADO).  *
      * OS DIAS ANTERIORES SAO TESTADOS COMO NO TESTE DO CICLO         *
      * ANTERIOR (CALENDARIO QUANDO CADASTRADO, SENAO O DIA DA SEMANA).*
      *----------------------------------------------------------------*
       1250-TESTA-INICIO-SEMANA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-PRI-DIA-SEMANA-FLAG
           COMPUTE WRK-INT-AUX
                   = FUNCTION INTEGER-OF-DATE(WRK-JRN-DATA-HOJE)
           COMPUTE WRK-DOW-HOJE = FUNCTION MOD(WRK-INT-AUX, 7)
           IF WRK-DOW-HOJE             EQUAL ZEROS
               MOVE 6                  TO WRK-DIAS-DESDE-SEG
           ELSE
               COMPUTE WRK-DIAS-DESDE-SEG = WRK-DOW-HOJE - 1
           END-IF
      *
           MOVE 'N'                    TO WRK-ACHOU-DIA-FLAG
           MOVE ZEROS                  TO WRK-RECUO
           PERFORM 9570-RECUA-DIA
               UNTIL WRK-ACHOU-DIA-UTIL
                  OR WRK-RECUO NOT LESS WRK-DIAS-DESDE-SEG
           IF NOT WRK-ACHOU-DIA-UTIL
               SET WRK-PRI-DIA-SEMANA  TO TRUE
           END-IF
           MOVE 'N'                    TO WRK-ACHOU-DIA-FLAG
           MOVE ZEROS                  TO WRK-DIA-ANT-UTIL
           .
      *----------------------------------------------------------------*
       1250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARGA DIARIA DOS TITULOS A RECEBER ENVIADOS PELO ERP. SEM      *
      * ARQUIVO NO DIA NAO E FALHA DO CICLO (FICA COMO FALHA SO NO     *
      * JORNAL) - O AGING E A COMISSAO SEGUEM COM A ULTIMA POSICAO.    *
      * A CARGA E IDEMPOTENTE (REENVIO REGRAVA O TITULO), ENTAO A      *
      * RELARGADA NAO PRECISA PULAR O PASSO.                           *
      *----------------------------------------------------------------*
       2500-PASSO-TITULOS              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: CARGA DE TITULOS A RECEBER...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'IMPORTA-TITULOS'      USING COMUNIC-BLOCO
           CANCEL 'IMPORTA-TITULOS'
      *
           MOVE 'IMP-TITULOS'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: CARGA DE TITULOS A RECEBER NAO '
                       'CONCLUIDA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARGA DIARIA DA POSICAO DE ESTOQUE DO ARMAZEM (QUE TAMBEM      *
      * ATENDE A FILA DE BACKORDER) SEGUIDA DO RELATORIO DE BACKORDER  *
      * POR PRODUTO E POR VENDEDOR. COMO NOS TITULOS, FALTA DO ARQUIVO *
      * NO DIA NAO DERRUBA O CICLO - O RELATORIO SAI COM A ULTIMA      *
      * POSICAO CONHECIDA.                                             *
      *----------------------------------------------------------------*
       2600-PASSO-ESTOQUE              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: CARGA DE ESTOQUE DO ARMAZEM...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'IMPORTA-ESTOQUE'      USING COMUNIC-BLOCO
           CANCEL 'IMPORTA-ESTOQUE'
      *
           MOVE 'IMP-ESTOQUE'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: CARGA DE ESTOQUE NAO CONCLUIDA - '
                       'RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'RELAT-BACKORDER'      USING COMUNIC-BLOCO
           CANCEL 'RELAT-BACKORDER'
      *
           MOVE 'RELAT-BKO'            TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: RELATORIO DE BACKORDER NAO '
                       'GERADO - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REFAZ A ATRIBUICAO CLIENTE X CENTRO DE DISTRIBUICAO (FAIXA DE  *
      * CEP OU CD MAIS PROXIMO) USADA NA ESTIMATIVA DE FRETE. FALHA    *
      * NAO DERRUBA O CICLO - CALC-FRETE DERIVA O CD NA HORA QUANDO A  *
      * ATRIBUICAO NAO EXISTE.                                         *
      *----------------------------------------------------------------*
       2700-PASSO-ATRIBUI-CD           SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: ATRIBUICAO DE CD POR CLIENTE...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'ATRIBUI-CD'           USING COMUNIC-BLOCO
           CANCEL 'ATRIBUI-CD'
      *
           MOVE 'ATRIBUI-CD'           TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: ATRIBUICAO DE CD NAO CONCLUIDA - '
                       'RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DERIVA AS LINHAS DE PRODUTO EXIGIDAS POR CLIENTE (COMPRAS DE   *
      * FAMILIA QUE EXIGE CERTIFICACAO), LIDAS PELA CARTEIRA NA ETAPA  *
      * SEGUINTE. FALHA NAO DERRUBA O CICLO - A CARTEIRA USA AS LINHAS *
      * DA ULTIMA DERIVACAO CONCLUIDA.                                 *
      *----------------------------------------------------------------*
       2800-PASSO-LINHAS               SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: LINHAS EXIGIDAS POR CLIENTE...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'DERIVA-LINHAS'        USING COMUNIC-BLOCO
           CANCEL 'DERIVA-LINHAS'
      *
           MOVE 'LINHAS-CERT'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: LINHAS EXIGIDAS NAO DERIVADAS - '
                       'RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ETAPA 2 - DISTRIBUICAO DE CARTEIRA (GERENC-CARTEIRA), NO       *
      * MESMO MOLDE JA USADO POR GERENCIADOR (00-30-TELA-DISTRIBUICAO).*
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GERACAO DOS PEDIDOS PROGRAMADOS VENCIDOS (GERA-PROGRAMADOS),   *
      * APOS A CARTEIRA PARA O AVISO DE VENDEDOR FORA DELA. O PEDIDO   *
      * GERADO AVANCA O VENCIMENTO, ENTAO A REEXECUCAO NAO DUPLICA.    *
      * PROGRAMADO PULADO NAO E FALHA - SAI NO RELATORIO DO PASSO.     *
      *----------------------------------------------------------------*
       3500-PASSO-PROGRAMADOS          SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: GERACAO DOS PEDIDOS PROGRAMADOS...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'GERA-PROGRAMADOS'     USING COMUNIC-BLOCO
           CANCEL 'GERA-PROGRAMADOS'
      *
           MOVE 'PROGRAMADOS'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: PEDIDOS PROGRAMADOS NAO GERADOS '
                       '- RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       3500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ETAPA 3 - RELATORIO DE CLIENTES E DE VENDEDORES (RELATORIO,    *
      * UMA EXECUCAO PARA CADA TIPO, VIA COMUNIC-TPO-PESSOA).          *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA DIARIA DE VISITAS EM ATRASO PELA CADENCIA DA FAIXA DE    *
      * PRIORIDADE, POR TITULAR DA CARTEIRA RECEM-GERADA. E SO UM      *
      * RELATORIO DE ACOMPANHAMENTO - FALHA NAO DERRUBA O CICLO.       *
      *----------------------------------------------------------------*
       4500-PASSO-CADENCIA             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: VISITAS EM ATRASO PELA CADENCIA...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'RELAT-CADENCIA'       USING COMUNIC-BLOCO
           CANCEL 'RELAT-CADENCIA'
      *
           MOVE 'RELAT-CADENC'         TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: LISTA DE VISITAS EM ATRASO NAO '
                       'GERADA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ESCALONAMENTO DOS CHAMADOS DO SAC COM PRAZO VENCIDO, POR       *
      * VENDEDOR E SUPERVISOR. E SO UM RELATORIO DE ACOMPANHAMENTO -   *
      * FALHA NAO DERRUBA O CICLO.                                     *
      *----------------------------------------------------------------*
       4600-PASSO-ESCALA-SAC           SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: CHAMADOS DO SAC COM PRAZO VENCIDO...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'ESCALA-SAC'           USING COMUNIC-BLOCO
           CANCEL 'ESCALA-SAC'
      *
           MOVE 'ESCALA-SAC'           TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: ESCALONAMENTO DO SAC NAO '
                       'GERADO - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * RETORNO DE FATURAMENTO DO ERP (NOTAS FISCAIS DOS PEDIDOS       *
      * APROVADOS) E RELATORIO DE EXCECAO DOS APROVADOS AINDA SEM      *
      * NOTA. RODA ANTES DO ENVIO DO DIA PARA O ENVIO JA NAO CONTAR    *
      * COM OS PEDIDOS FATURADOS. FALHA NAO DERRUBA O CICLO.           *
      *----------------------------------------------------------------*
       4620-PASSO-RETORNO-ERP          SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: RETORNO DE FATURAMENTO DO ERP...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'PROC-RETERP'          USING COMUNIC-BLOCO
           CANCEL 'PROC-RETERP'
      *
           MOVE 'RETORNO-ERP'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: RETORNO DE FATURAMENTO NAO '
                       'PROCESSADO - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4620-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * COMPROVANTES DE ENTREGA DAS TRANSPORTADORAS: PEDIDO FATURADO   *
      * ENTREGUE PASSA A ENTREGUE E TENTATIVA FRUSTRADA VAI AO DIARIO  *
      * DE OCORRENCIAS. RODA APOS O RETORNO DO ERP PARA ACHAR AS NOTAS *
      * DO DIA. FALHA NAO DERRUBA O CICLO.                             *
      *----------------------------------------------------------------*
       4630-PASSO-ENTREGA              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: COMPROVANTES DE ENTREGA...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'PROC-ENTREGA'         USING COMUNIC-BLOCO
           CANCEL 'PROC-ENTREGA'
      *
           MOVE 'ENTREGAS'             TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: COMPROVANTES DE ENTREGA NAO '
                       'PROCESSADOS - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4630-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ENVIO DIARIO DOS PEDIDOS APROVADOS AO ERP PARA FATURAMENTO.    *
      * PEDIDO QUE FICAR DE FORA SAI NO ENVIO DO DIA SEGUINTE - FALHA  *
      * NAO DERRUBA O CICLO.                                           *
      *----------------------------------------------------------------*
       4640-PASSO-EXPORTA-ERP          SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: ENVIO DE PEDIDOS APROVADOS AO ERP...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'EXPORTA-ERP'          USING COMUNIC-BLOCO
           CANCEL 'EXPORTA-ERP'
      *
           MOVE 'EXPORTA-ERP'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: ENVIO DE PEDIDOS AO ERP NAO '
                       'GERADO - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4640-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA SEMANAL DOS CONTRATOS DE FORNECIMENTO A VENCER EM 30/60/ *
      * 90 DIAS E DOS QUE CONSOMEM ABAIXO DO COMPROMETIDO, POR TITULAR *
      * DA CARTEIRA. E SO UM RELATORIO DE ACOMPANHAMENTO - FALHA NAO   *
      * DERRUBA O CICLO.                                               *
      *----------------------------------------------------------------*
       4700-PASSO-CONTRATOS            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: CONTRATOS A VENCER E CONSUMO...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'RELAT-CONTRATO'       USING COMUNIC-BLOCO
           CANCEL 'RELAT-CONTRATO'
      *
           MOVE 'RELAT-CONTR'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: LISTA DE CONTRATOS NAO '
                       'GERADA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROJECAO SEMANAL DOS RECEBIMENTOS DOS PEDIDOS APROVADOS E      *
      * FATURADOS PELO VENCIMENTO DAS PARCELAS, POR VENDEDOR E NO      *
      * TOTAL. E SO UM RELATORIO DE ACOMPANHAMENTO - FALHA NAO         *
      * DERRUBA O CICLO.                                               *
      *----------------------------------------------------------------*
       4750-PASSO-RECEBER              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: PROJECAO DE RECEBIMENTOS...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'RELAT-RECEBER'        USING COMUNIC-BLOCO
           CANCEL 'RELAT-RECEBER'
      *
           MOVE 'RELAT-RECEB'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: PROJECAO DE RECEBIMENTOS NAO '
                       'GERADA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4750-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRODUTIVIDADE DA SEMANA ANTERIOR POR OPERADOR DO BACK-OFFICE,  *
      * DIA A DIA, COM A TAXA DE ERRO. E SO UM RELATORIO GERENCIAL -   *
      * FALHA NAO DERRUBA O CICLO.                                     *
      *----------------------------------------------------------------*
       4760-PASSO-OPERADOR             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: PRODUTIVIDADE DOS OPERADORES...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'RELAT-OPERADOR'       USING COMUNIC-BLOCO
           CANCEL 'RELAT-OPERADOR'
      *
           MOVE 'RELAT-OPER'           TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: PRODUTIVIDADE DOS OPERADORES NAO '
                       'GERADA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4760-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LICENCAS E CERTIFICADOS DOS CLIENTES VENCIDOS OU A VENCER EM   *
      * 30 DIAS, POR TITULAR DA CARTEIRA. E SO UM RELATORIO DE         *
      * ACOMPANHAMENTO - FALHA NAO DERRUBA O CICLO.                    *
      *----------------------------------------------------------------*
       4770-PASSO-LICENCAS             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: LICENCAS DE CLIENTES A VENCER...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'RELAT-LICENCA'        USING COMUNIC-BLOCO
           CANCEL 'RELAT-LICENCA'
      *
           MOVE 'RELAT-LICENC'         TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: LISTA DE LICENCAS NAO '
                       'GERADA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4770-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PIPELINE DE OPORTUNIDADES: VALOR EM ABERTO E PONDERADO POR     *
      * VENDEDOR E ESTAGIO, OPORTUNIDADES PARADAS E GANHAS/PERDIDAS DO *
      * TRIMESTRE. E SO UM RELATORIO DE ACOMPANHAMENTO - FALHA NAO     *
      * DERRUBA O CICLO.                                               *
      *----------------------------------------------------------------*
       4780-PASSO-PIPELINE             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: PIPELINE DE OPORTUNIDADES...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'RELAT-PIPELINE'       USING COMUNIC-BLOCO
           CANCEL 'RELAT-PIPELINE'
      *
           MOVE 'RELAT-PIPELI'         TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: RELATORIO DE PIPELINE NAO '
                       'GERADO - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       4780-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO DO CICLO E RETURN-CODE FINAL    *
      * DO JOB (PARA O SCHEDULER/OPERADOR SABER SE PRECISA REEXECUTAR).*
      *----------------------------------------------------------------*
      * ETAPA 5 - OBRIGACOES DO ULTIMO DIA UTIL DO MES: CARGA MENSAL   *
      * DE VENDAS, CALCULO DE COMISSAO E EXTRATO DOS VENDEDORES.       *
      *----------------------------------------------------------------*
       5000-PASSO-MENSAL               SECTION.
      *----------------------------------------------------------------*
               END-IF
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
      *
      *    EXTRATO MENSAL DO VENDEDOR SOBRE O PERIODO RECEM-APURADO.
      *    SEM COMISSAO CALCULADA NAO HA O QUE CONSOLIDAR; FALHA DO
      *    EXTRATO FICA SO NO JORNAL, COMO AS CARGAS MENSAIS.
           IF WRK-JRN-STATUS           EQUAL 'C'
               MOVE COMUNIC-PERIODO-APURADO
                                       TO WRK-PERIODO-APURADO
               PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
               MOVE ZEROS              TO RETURN-CODE
               INITIALIZE COMUNIC-BLOCO
               MOVE WRK-PERIODO-APURADO
                                       TO COMUNIC-PERIODO-APURADO
               CALL 'GERA-EXTRATO'     USING COMUNIC-BLOCO
               CANCEL 'GERA-EXTRATO'
      *
               MOVE 'EXTRATO-VEN'      TO WRK-JRN-PASSO
               IF RETURN-CODE          NOT EQUAL ZEROS
                   DISPLAY 'JOB-DIARIO: EXTRATO DOS VENDEDORES NAO '
                           'CONCLUIDO - RETURN-CODE=' RETURN-CODE
                   MOVE 'F'            TO WRK-JRN-STATUS
               ELSE
                   MOVE 'C'            TO WRK-JRN-STATUS
               END-IF
               PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           END-IF
      *
      *    OPORTUNIDADES DE VENDA CRUZADA DA CARTEIRA OFICIAL, PARA O
      *    APP DE CAMPO E O BRIEFING. FALHA FICA SO NO JORNAL.
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'GERA-OPORTUN'         USING COMUNIC-BLOCO
           CANCEL 'GERA-OPORTUN'
      *
           MOVE 'OPORTUNIDADE'         TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: OPORTUNIDADES DE VENDA CRUZADA NAO '
                       'CONCLUIDAS - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       6000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONFERENCIA DA INTEGRIDADE REFERENCIAL ENTRE OS ARQUIVOS       *
      * (REGISTROS ORFAOS). RELACIONAMENTO ACIMA DO LIMITE DE ORFAOS   *
      * DEVOLVE RETURN-CODE 4: O PASSO FICA COMO FALHA NO JORNAL E     *
      * VIRA ALERTA, MAS NAO DERRUBA O CICLO.                          *
      *----------------------------------------------------------------*
       6500-PASSO-INTEGRIDADE          SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: CONFERENCIA DE INTEGRIDADE...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'VERIFICA-INTEGR'      USING COMUNIC-BLOCO
           CANCEL 'VERIFICA-INTEGR'
      *
           MOVE 'INTEGRIDADE'          TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: INTEGRIDADE FORA DO LIMITE OU NAO '
                       'CONFERIDA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       6500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DISTRIBUICAO DOS RELATORIOS REGISTRADOS NO MANIFESTO DESDE A   *
      * ULTIMA DISTRIBUICAO, UM ARQUIVO POR DESTINATARIO DA LISTA COM  *
      * SO A PARTE DO ESCOPO DELE. ULTIMO PASSO DO CICLO, PARA PEGAR   *
      * TUDO O QUE O CICLO GEROU; FALHA NAO DERRUBA O CICLO.           *
      *----------------------------------------------------------------*
       6700-PASSO-DISTRIBUICAO         SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'JOB-DIARIO: DISTRIBUICAO DOS RELATORIOS...'
      *
           PERFORM 8100-MARCA-INICIO THRU 8100-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           INITIALIZE COMUNIC-BLOCO
           CALL 'DISTRIBUI-RELAT'      USING COMUNIC-BLOCO
           CANCEL 'DISTRIBUI-RELAT'
      *
           MOVE 'DISTRIBUICAO'         TO WRK-JRN-PASSO
           IF RETURN-CODE              NOT EQUAL ZEROS
               DISPLAY 'JOB-DIARIO: DISTRIBUICAO COM FALHAS DE '
                       'ENTREGA - RETURN-CODE=' RETURN-CODE
               MOVE 'F'                TO WRK-JRN-STATUS
           ELSE
               MOVE 'C'                TO WRK-JRN-STATUS
           END-IF
           PERFORM 8000-GRAVA-JORNAL THRU 8000-SAIDA
           MOVE ZEROS                  TO RETURN-CODE
           .
      *----------------------------------------------------------------*
       6700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
