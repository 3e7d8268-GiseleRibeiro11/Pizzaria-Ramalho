               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-WEBREJ.

           SELECT ZONAS-FILE ASSIGN TO "ZONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-ZONAS.

           SELECT ALERGENOS-FILE ASSIGN TO "ALERGENOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-ALERGENOS.

           SELECT CONTACOR-FILE ASSIGN TO "CONTACOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-CONTACOR.

           SELECT EXTRATO-FILE ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-EXTRATO.

           SELECT VALES-FILE ASSIGN TO "VALES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS STATUS-ARQUIVO-VALES.

           SELECT RECLAMA-FILE ASSIGN TO "RECLAMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS STATUS-ARQUIVO-RECLAMA.

           SELECT RELLOTE-FILE ASSIGN TO "RELLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-RELLOTE.

           SELECT ANALVEND-FILE ASSIGN TO "ANALVEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO-ANALVEND.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-COZINHA-FILE.
             88 REG-ENTREGA         VALUE "E".
             88 REG-BEBIDA          VALUE "B".
             88 REG-SOBREMESA       VALUE "S".
             88 REG-CUSTO-BASE      VALUE "C".
          05 CODIGO-REG-PRECO       PIC 9(2).
          05 NOME-REG-PRECO         PIC X(15).
          05 VALOR-REG-PRECO        PIC 9V99.

      *O TIPO DE ARTIGO NO FIM DISTINGUE OS MOVIMENTOS DE BEBIDAS E
      *SOBREMESAS DOS DE INGREDIENTES; LINHAS ANTIGAS, MAIS CURTAS,
      *FICAM COM O CAMPO EM BRANCO E CONTAM COMO INGREDIENTE. AS
      *ENTRADAS LEVAM AINDA O CUSTO UNITÁRIO PAGO AO FORNECEDOR, DE
      *ONDE O REJOGO APURA O CUSTO MÉDIO PONDERADO DE CADA ARTIGO.
      *OS ACERTOS DE INVENTÁRIO (TIPO A) LEVAM A DIFERENÇA EM VALOR
      *ABSOLUTO E O SENTIDO À PARTE: "-" FALTA, "+" SOBRA.
       FD  MOVSTOCK-FILE.
       01 REG-MOVSTOCK.
          05 MOV-DATA               PIC 9(8).
             88 MOV-ENTRADA         VALUE "E".
             88 MOV-QUEBRA          VALUE "Q".
             88 MOV-DEVOLUCAO       VALUE "D".
             88 MOV-ACERTO          VALUE "A".
          05 MOV-CODIGO-ING         PIC 9(2).
          05 MOV-QUANTIDADE         PIC 9(4).
          05 MOV-ARTIGO             PIC X.
             88 MOV-ART-BEBIDA      VALUE "B".
             88 MOV-ART-SOBREMESA   VALUE "S".
          05 MOV-CUSTO-UNITARIO     PIC 9(3)V99.
          05 MOV-SENTIDO-ACERTO     PIC X.
             88 MOV-ACERTO-FALTA    VALUE "-".

       FD  OPERADOR-FILE.
       01 REG-OPERADOR-FICH.

      *FICHEIRO DE EXPORTAÇÃO PARA A CONTABILIDADE: UMA LINHA POR
      *DOCUMENTO (FT FATURA, NC NOTA DE CRÉDITO) E UMA LINHA TR DE
      *TOTAIS DE CONTROLO NO FIM. OS VALES DE OFERTA TÊM LINHAS
      *PRÓPRIAS, SEM I.V.A. E FORA DOS TOTAIS DO TR: VL VALE VENDIDO
      *(NÚMERO = VALE), VR VALE USADO A PAGAR UMA FATURA (NÚMERO =
      *FATURA) E VD VALE REPOSTO POR NOTA DE CRÉDITO (NÚMERO = NOTA),
      *COM O VALOR NO BRUTO E O NÚMERO DO VALE NO ÚLTIMO CAMPO.
       FD  EXPORT-FILE.
       01 REG-EXPORT.
          05 EXP-TIPO-DOC           PIC X(2).
             10 EXP-IVA-TAXA        PIC 9(7)V99.
          05 EXP-TAXA-ENTREGA       PIC 9(7)V99.
          05 EXP-TOTAL-BRUTO        PIC 9(7)V99.
          05 EXP-NUMERO-VALE        PIC 9(6).

      *FICHEIRO DE CONTROLO COM AS ÚLTIMAS NUMERAÇÕES E O ESTADO DO
      *ARQUIVO DE FIM DE MÊS, PARA O ARRANQUE NÃO TER DE VARRER TODO
          05 CTR-ULTIMO-NC          PIC 9(6).
          05 CTR-FASE-ARQUIVO       PIC X.
          05 CTR-MES-ARQUIVO        PIC 9(6).
          05 CTR-DATA-INVENTARIO    PIC 9(8).
          05 CTR-HORA-INVENTARIO    PIC 9(6).
          05 CTR-ULTIMO-RECEBIMENTO PIC 9(6).
          05 CTR-ULTIMO-VALE        PIC 9(6).
          05 CTR-LOTE-TAREFA        PIC X(6).
          05 CTR-LOTE-REFERENCIA    PIC 9(8).
          05 CTR-LOTE-PASSO         PIC 9.
          05 CTR-LOTE-ESTADO        PIC X.
          05 CTR-LOTE-RC            PIC 9(2).

      *HISTÓRICO DE PEDIDOS ARQUIVADOS: A IMAGEM DO REGISTO REG-PEDIDO
      *GUARDADA COMO LINHA DE TEXTO, COM FOLGA PARA O REGISTO CRESCER.
      *LINHAS ANTIGAS MAIS CURTAS LEEM-SE À MESMA: OS CAMPOS QUE NA
      *ALTURA NÃO EXISTIAM FICAM EM BRANCO.
       FD  HISTORICO-FILE.
       01 REG-HISTORICO           PIC X(1024).

       FD  ARQTMP-FILE.
       01 REG-ARQTMP              PIC X(1024).

      *FORNECEDOR HABITUAL E QUANTIDADE DE EMBALAGEM DE CADA UM DOS
      *10 INGREDIENTES, MANTIDO COMO O FICHEIRO OPERADOR.
          05 WEB-PIZZA-PED OCCURS 5 TIMES.
             10 WEB-CODIGO-EMENTA   PIC 9(2).
             10 WEB-TAMANHO         PIC 9.
      *NÚMERO DO VALE DE OFERTA QUANDO O MODO DE PAGAMENTO É 5.
          05 WEB-NUMERO-VALE        PIC 9(6).

       FD  WEBREJ-FILE.
       01 REG-WEBREJ              PIC X(100).

      *ZONAS DE ENTREGA: CADA LINHA LIGA UM PREFIXO DE CÓDIGO POSTAL
      *(OS 4 ALGARISMOS ANTES DO HÍFEN) A UMA ZONA, COM A TAXA E O
      *TEMPO PREVISTO DE ENTREGA DA ZONA. VÁRIOS PREFIXOS PODEM CAIR
      *NA MESMA ZONA; MANTIDO COMO O FICHEIRO OPERADOR.
       FD  ZONAS-FILE.
       01 REG-ZONA.
          05 PREFIXO-REG-ZONA       PIC X(4).
          05 CODIGO-REG-ZONA        PIC 9(2).
          05 NOME-REG-ZONA          PIC X(15).
          05 TAXA-REG-ZONA          PIC 9V99.
          05 MINUTOS-REG-ZONA       PIC 9(3).

      *ALERGÉNIOS DE DECLARAÇÃO OBRIGATÓRIA: AS LINHAS A DÃO O NOME
      *DE CADA UM (CÓDIGOS 1-14); AS LINHAS P (BASE DA PIZZA: MASSA,
      *MOLHO E QUEIJO), I (INGREDIENTE), B (BEBIDA) E S (SOBREMESA)
      *TRAZEM 14 MARCAS, UMA POR ALERGÉNIO, COM "S" ONDE O ARTIGO O
      *CONTÉM. UM ARTIGO SEM LINHA NÃO TEM ALERGÉNIOS CONHECIDOS.
       FD  ALERGENOS-FILE.
       01 REG-ALERGENO.
          05 TIPO-REG-ALERGENO      PIC X.
             88 REG-NOME-ALERGENO   VALUE "A".
             88 REG-ALERG-BASE      VALUE "P".
             88 REG-ALERG-ING       VALUE "I".
             88 REG-ALERG-BEBIDA    VALUE "B".
             88 REG-ALERG-SOBREMESA VALUE "S".
          05 CODIGO-REG-ALERGENO    PIC 9(2).
          05 NOME-REG-ALERGENO      PIC X(15).
       01 REG-ALERGENO-ARTIGO.
          05 TIPO-REG-ALERG-ART     PIC X.
          05 CODIGO-REG-ALERG-ART   PIC 9(2).
          05 MARCA-REG-ALERGENO OCCURS 14 TIMES PIC X.

      *CONTA CORRENTE DOS CLIENTES EMPRESA: UM MOVIMENTO POR LINHA,
      *ACRESCENTADO NO FIM COMO O MOVSTOCK. D = DÉBITO (FATURA PAGA
      *POR CONTA), C = CRÉDITO (NOTA DE CRÉDITO DE FATURA POR CONTA),
      *P = PAGAMENTO RECEBIDO (NÚMERO DE RECIBO PRÓPRIO). O SALDO DA
      *FICHA DO CLIENTE É A SOMA DESTE DIÁRIO.
       FD  CONTACOR-FILE.
       01 REG-CONTACOR.
          05 CC-CONTATO             PIC X(9).
          05 CC-DATA                PIC 9(8).
          05 CC-HORA                PIC 9(6).
          05 CC-TIPO                PIC X.
             88 CC-DEBITO           VALUE "D".
             88 CC-CREDITO          VALUE "C".
             88 CC-PAGAMENTO        VALUE "P".
          05 CC-DOCUMENTO           PIC 9(6).
          05 CC-VALOR               PIC 9(6)V99.
          05 CC-MODO-RECEBIMENTO    PIC 9.
          05 CC-OPERADOR            PIC 9(2).
          05 CC-REFERENCIA          PIC X(20).

      *EXTRATO MENSAL DE CONTA CORRENTE, PARA ENVIAR AO CLIENTE.
       FD  EXTRATO-FILE.
       01 REG-EXTRATO             PIC X(80).

      *RELATÓRIOS DAS TAREFAS DE FIM DE DIA E DE FIM DE MÊS CORRIDAS
      *SEM OPERADOR; CADA EXECUÇÃO ACRESCENTA AO FICHEIRO.
       FD  RELLOTE-FILE.
       01 REG-RELLOTE             PIC X(80).

      *ANÁLISE DE VENDAS EM CAMPOS SEPARADOS POR ";" (A VÍRGULA É A
      *DAS CASAS DECIMAIS), PARA ABRIR NA FOLHA DE CÁLCULO. CADA
      *ANÁLISE SUBSTITUI A ANTERIOR.
       FD  ANALVEND-FILE.
       01 REG-ANALVEND            PIC X(160).

      *FICHA DE CLIENTES, COM A CHAVE NO CONTACTO: O PRIMEIRO PEDIDO
      *CRIA A FICHA E OS SEGUINTES PREENCHEM NOME, NIF E MORADA DE
      *ENTREGA SEM VOLTAR A TECLAR TUDO.
          05 CLI-MORADA             PIC X(40).
          05 CLI-ATIVO              PIC X.
          05 CLI-PONTOS             PIC 9(6).
          05 CLI-ALERGENOS.
             10 CLI-ALERGIA OCCURS 14 TIMES PIC X.
          05 CLI-CONTA-CORRENTE     PIC X.
          05 CLI-LIMITE-CREDITO     PIC 9(5)V99.
          05 CLI-SALDO-CONTA        PIC S9(6)V99.

      *OS CAMPOS NOVOS ENTRAM SEMPRE NO FIM DO REGISTO, NUNCA NO
      *MEIO: O PREFIXO ANTIGO FICA IGUAL BYTE A BYTE E AS LINHAS
          05 REG-PONTOS-GANHOS      PIC 9(4).
          05 REG-PONTOS-USADOS      PIC 9(6).
          05 REG-DESCONTO-PONTOS    PIC 9(4)V99.
          05 REG-ZONA-ENTREGA       PIC 9(2).
          05 REG-ALERGIAS-CLIENTE   PIC X(14).
      *HORA (HHMMSS) DE CADA MUDANÇA DE ESTADO, PARA O RELATÓRIO DE
      *TEMPOS DE SERVIÇO. A ENTRADA NO ESTADO "RECEBIDO" TEM HORA
      *PRÓPRIA PORQUE UMA NOVA RONDA DE MESA VOLTA A PÔR A CONTA EM
      *"RECEBIDO" SEM MEXER NA HORA DE ABERTURA. ZERO = ESTADO POR
      *ONDE O PEDIDO NÃO PASSOU (O BALCÃO SALTA O "EM ENTREGA").
          05 REG-TEMPOS-ESTADO.
             10 REG-HORA-RECEBIDO   PIC 9(6).
             10 REG-HORA-PREPARACAO PIC 9(6).
             10 REG-HORA-PRONTO     PIC 9(6).
             10 REG-HORA-SAIDA      PIC 9(6).
             10 REG-HORA-ENTREGUE   PIC 9(6).
      *VALE DE OFERTA USADO NO PAGAMENTO E O VALOR ABATIDO AO SEU
      *SALDO (ZERO = SEM VALE); A ANULAÇÃO REPÕE ESTE VALOR NO VALE.
          05 REG-NUMERO-VALE        PIC 9(6).
          05 REG-VALOR-VALE         PIC 9(4)V99.
      *CANAL POR ONDE O PEDIDO ENTROU: "S" = ENCOMENDA DO SITE;
      *BRANCO = TERMINAL DA LOJA (OS REGISTOS ANTIGOS FICAM ASSIM).
          05 REG-ORIGEM-PEDIDO      PIC X.

      *VALES DE OFERTA PRÉ-PAGOS, COM A CHAVE NO NÚMERO DO VALE. O
      *SALDO DESCE A CADA PAGAMENTO E VOLTA A SUBIR SE O PEDIDO FOR
      *ANULADO; SALDO ZERO = VALE USADO. A VENDA DO VALE NÃO TEM
      *I.V.A.: O IMPOSTO É O DAS FATURAS QUE O VALE VIER A PAGAR.
       FD  VALES-FILE.
       01 REG-VALE.
          05 VAL-NUMERO             PIC 9(6).
          05 VAL-DATA-VENDA         PIC 9(8).
          05 VAL-HORA-VENDA         PIC 9(6).
          05 VAL-DATA-VALIDADE      PIC 9(8).
          05 VAL-VALOR              PIC 9(4)V99.
          05 VAL-SALDO              PIC 9(4)V99.
          05 VAL-MODO-VENDA         PIC 9.
          05 VAL-OPERADOR           PIC 9(2).
          05 VAL-DATA-ULTIMO-USO    PIC 9(8).

      *RECLAMAÇÕES DE CLIENTES, UMA POR PEDIDO (CHAVE = DATA E
      *NÚMERO DO PEDIDO), COM CHAVE ALTERNATIVA NO CONTACTO PARA SE
      *ACHAR A COMPENSAÇÃO PENDENTE NO PEDIDO SEGUINTE. REC-PIZZA É
      *A PIZZA DO PEDIDO EM CAUSA (0 = O PEDIDO EM GERAL).
      *COMPENSAÇÃO: N NENHUMA, D DESCONTO NO PEDIDO SEGUINTE, P
      *PONTOS NO CARTÃO (CREDITADOS LOGO), A ARTIGO OFERECIDO NO
      *PEDIDO SEGUINTE. ESTADO DA COMPENSAÇÃO: P PENDENTE, U USADA,
      *X SEM EFEITO, ESPAÇO NADA A USAR. ESTADO DA RECLAMAÇÃO: A
      *ABERTA, F FECHADA.
       FD  RECLAMA-FILE.
       01 REG-RECLAMACAO.
          05 REC-CHAVE.
             10 REC-DATA-PEDIDO     PIC 9(8).
             10 REC-NUMERO-PEDIDO   PIC 9(3).
          05 REC-CONTATO            PIC X(9).
          05 REC-NUMERO-FATURA      PIC 9(6).
          05 REC-DATA               PIC 9(8).
          05 REC-HORA               PIC 9(6).
          05 REC-MOTIVO             PIC 9.
          05 REC-OPERADOR           PIC 9(2).
          05 REC-OPERADOR-PEDIDO    PIC 9(2).
          05 REC-ESTAFETA           PIC 9(2).
          05 REC-PIZZA              PIC 9.
          05 REC-CODIGO-EMENTA      PIC 9(2).
          05 REC-COMPENSACAO        PIC X.
          05 REC-VALOR-DESCONTO     PIC 9(3)V99.
          05 REC-PONTOS             PIC 9(5).
          05 REC-TIPO-ARTIGO        PIC X.
          05 REC-CODIGO-ARTIGO      PIC 9(2).
          05 REC-ESTADO-COMPENSACAO PIC X.
          05 REC-VALOR-USADO        PIC 9(4)V99.
          05 REC-DATA-USO           PIC 9(8).
          05 REC-PEDIDO-USO         PIC 9(3).
          05 REC-ESTADO             PIC X.
          05 REC-DATA-FECHO         PIC 9(8).
          05 REC-NOTA               PIC X(40).

       WORKING-STORAGE SECTION.

       77 STATUS-ARQUIVO-WEBREJ  PIC XX.
       77 STATUS-ARQUIVO-FORNECED PIC XX.
       77 STATUS-ARQUIVO-PROPENC PIC XX.
       77 STATUS-ARQUIVO-ZONAS   PIC XX.
       77 STATUS-ARQUIVO-ALERGENOS PIC XX.
       77 STATUS-ARQUIVO-CONTACOR PIC XX.
       77 STATUS-ARQUIVO-EXTRATO PIC XX.
       77 STATUS-ARQUIVO-VALES   PIC XX.
       77 STATUS-ARQUIVO-RELLOTE PIC XX.
       77 STATUS-ARQUIVO-RECLAMA PIC XX.
       77 STATUS-ARQUIVO-ANALVEND PIC XX.

      *PEDIDO (VÁRIAS PIZZAS POR PEDIDO, CADA UMA COM O SEU TAMANHO E
      *OS SEUS PRÓPRIOS INGREDIENTES)
          05 NUMERO-MESA          PIC 9(2).
          05 MORADA-ENTREGA       PIC X(40).
          05 TAXA-ENTREGA-CALC    PIC 9V99.
          05 ZONA-ENTREGA         PIC 9(2).
          05 ALERGIAS-PEDIDO.
             10 ALERGIA-PEDIDO OCCURS 14 TIMES PIC X.
          05 NUM-PIZZAS           PIC 9.
          05 PIZZA-PEDIDO OCCURS 5 TIMES.
             10 TAMANHO-PIZZA     PIC 9.
             88 PAGAMENTO-DINHEIRO VALUE 1.
             88 PAGAMENTO-CARTAO   VALUE 2.
             88 PAGAMENTO-MBWAY    VALUE 3.
             88 PAGAMENTO-CONTA    VALUE 4.
             88 PAGAMENTO-VALE     VALUE 5.
          05 MODO-PAGAMENTO-2     PIC 9.
          05 VALOR-PAGAMENTO-1    PIC 9(4)V99.
          05 VALOR-ENTREGUE       PIC 9(4)V99.
          05 TROCO-PEDIDO         PIC 9(4)V99.
          05 NUMERO-VALE          PIC 9(6).
          05 VALOR-VALE           PIC 9(4)V99.
          05 ORIGEM-PEDIDO        PIC X.
             88 PEDIDO-SITE       VALUE "S".

      *VALORES
       77 TOTAL-PEDIDO         PIC 9(2)V99.
       77 PROG-POSICAO         PIC 9(2).
       77 LANCADOS-TICKETS     PIC 9(3).

      *RELATÓRIO DE TEMPOS DE SERVIÇO. FASES: 1 ESPERA NA COZINHA
      *(RECEBIDO A EM PREPARAÇÃO), 2 PREPARAÇÃO (ATÉ PRONTO), 3
      *ESPERA POR ESTAFETA (PRONTO A EM ENTREGA), 4 ESTRADA (ATÉ
      *ENTREGUE). OS PROGRAMADOS FICAM FORA DA FASE 1 (ESPERAM DE
      *PROPÓSITO) E SÃO MEDIDOS CONTRA A HORA PROMETIDA, COM UMA
      *TOLERÂNCIA.
       77 TMP-DATA-INICIO      PIC 9(8).
       77 TMP-DATA-FIM         PIC 9(8).
       77 TMP-HORA-DE          PIC 9(6).
       77 TMP-HORA-ATE         PIC 9(6).
       77 TMP-DURACAO          PIC S9(4).
       77 TMP-MINUTOS-DE       PIC 9(4).
       77 TMP-MINUTOS-ATE      PIC 9(4).
       77 TMP-FASE-ATUAL       PIC 9.
       77 TMP-INDICE           PIC 9(2).
       77 TMP-PEDIDOS          PIC 9(5).
       77 TMP-SEM-TEMPOS       PIC 9(5).
       77 TMP-MEDIA            PIC 9(4)V9.
       77 TMP-MEDIA-ED         PIC ZZZ9,9.
       77 TMP-PIOR-ED          PIC ZZZ9.
       77 TMP-CONTA-ED         PIC ZZZZ9.
       77 TMP-HORA-FIM-PROG    PIC 9(6).
       77 TMP-PROG-CONTA       PIC 9(5).
       77 TMP-PROG-ATRASADOS   PIC 9(5).
       77 TMP-ATRASO-OMITIDOS  PIC 9(5).
       77 TMP-ATRASO-TOTAL     PIC 9(2).
       77 TOLERANCIA-PROGRAMADO PIC 9(2) VALUE 5.
       77 TMP-NOME-FASE        PIC X(20).

       01 TMP-HORA-SPLIT.
          05 TMP-HH            PIC 99.
          05 TMP-MM            PIC 99.
          05 TMP-SS            PIC 99.

       01 TABELA-FASES-SERVICO.
          05 TMP-FASE OCCURS 4 TIMES.
             10 TMP-FASE-CONTA    PIC 9(5).
             10 TMP-FASE-SOMA     PIC 9(8).
             10 TMP-FASE-PIOR     PIC 9(4).
             10 TMP-FASE-PIOR-DATA PIC 9(8).
             10 TMP-FASE-PIOR-NUM PIC 9(3).

       01 TABELA-ESTRADA-ESTAFETA.
          05 TMP-ESTAFETA OCCURS 9 TIMES.
             10 TMP-EST-CONTA     PIC 9(5).
             10 TMP-EST-SOMA      PIC 9(8).
             10 TMP-EST-PIOR      PIC 9(4).

       01 TABELA-ATRASADOS.
          05 TMP-ATRASO OCCURS 30 TIMES.
             10 TMP-ATR-DATA      PIC 9(8).
             10 TMP-ATR-NUMERO    PIC 9(3).
             10 TMP-ATR-TIPO      PIC 9.
             10 TMP-ATR-PROMETIDA PIC 9(6).
             10 TMP-ATR-REAL      PIC 9(6).
             10 TMP-ATR-MINUTOS   PIC 9(4).

      *ANULAÇÃO DE PEDIDOS (NOTA DE CRÉDITO)
       77 OPCAO-PESQUISA-ANUL  PIC 9.
       77 ANUL-DATA            PIC 9(8).

       77 TAXA-ENTREGA           PIC 9V99 VALUE 1,50.

      *ZONAS DE ENTREGA (FICHEIRO ZONAS). SEM FICHEIRO, TODAS AS
      *ENTREGAS PAGAM A TAXA ÚNICA ACIMA, COMO SEMPRE, NA ZONA 0.
       01 TABELA-ZONAS.
          05 ZONA OCCURS 9 TIMES.
             10 ATIVO-ZONA        PIC X VALUE "N".
             10 NOME-ZONA         PIC X(15).
             10 TAXA-ZONA         PIC 9V99.
             10 MINUTOS-ZONA      PIC 9(3).

       01 TABELA-PREFIXOS.
          05 PREFIXO-ZONA OCCURS 50 TIMES.
             10 PREFIXO-CP        PIC X(4).
             10 ZONA-PREFIXO      PIC 9(2).

       77 TOTAL-PREFIXOS         PIC 9(2) VALUE 0.
       77 CONTADOR-PREFIXO       PIC 9(2).
       77 CONTADOR-ZONA          PIC 9(2).
       77 ZONA-CALCULADA         PIC 9(2).
       77 ZONAS-ATIVAS           PIC X VALUE "N".
       77 CP-POSICAO             PIC 9(2).
       77 CP-ENCONTRADO          PIC X.
       77 AUTORIZA-FORA-ZONA     PIC X.

      *MORADA VISTA CARÁCTER A CARÁCTER, PARA DESCOBRIR O CÓDIGO
      *POSTAL (NNNN-NNN) EM QUALQUER PONTO DA LINHA.
       01 CP-MORADA               PIC X(40).
       01 CP-MORADA-CARACTERES REDEFINES CP-MORADA.
          05 CP-CARACTER OCCURS 40 TIMES PIC X.

       01 CP-PREFIXO.
          05 CP-DIGITO OCCURS 4 TIMES PIC X.

       01 TABELA-INGREDIENTES.
          05 INGREDIENTE OCCURS 10 TIMES.
             10 NOME-ING          PIC X(15).
       77 MOV-REG-CODIGO        PIC 9(2).
       77 MOV-REG-QTD           PIC 9(4).
       77 MOV-REG-ARTIGO        PIC X VALUE "I".
       77 MOV-REG-CUSTO         PIC 9(3)V99 VALUE 0.
       77 MOV-REG-SENTIDO       PIC X VALUE SPACE.
       77 ENT-CODIGO-ING        PIC 9(2).
       77 ENT-QUANTIDADE        PIC 9(4).
       77 ENT-TIPO-ARTIGO       PIC 9.
       77 ENT-CUSTO             PIC 9(3)V99.
       77 ENT-CODIGO-VALIDO     PIC X.
       77 ENT-STOCK-FINAL       PIC 9(4).
       77 ENT-CUSTO-ED          PIC ZZ9,99.

      *CUSTO MÉDIO PONDERADO DE CADA INGREDIENTE, BEBIDA E SOBREMESA,
      *APURADO NO REJOGO DAS ENTRADAS DO DIÁRIO MOVSTOCK E ACERTADO A
      *CADA NOVA ENTRADA. A BASE DA PIZZA (MASSA, MOLHO, QUEIJO) NÃO
      *TEM STOCK: O SEU CUSTO POR TAMANHO VEM DAS LINHAS C DO PRECOS.
       01 TABELA-CUSTOS.
          05 CUSTO-MEDIO-ING       OCCURS 10 TIMES PIC 9(3)V99.
          05 CUSTO-MEDIO-BEBIDA    OCCURS 10 TIMES PIC 9(3)V99.
          05 CUSTO-MEDIO-SOBREMESA OCCURS 10 TIMES PIC 9(3)V99.
          05 CUSTO-BASE-PIZZA      OCCURS 3 TIMES PIC 9(3)V99.

       77 CM-STOCK-ANTES        PIC 9(4).
       77 CM-QTD-ENTRADA        PIC 9(4).
       77 CM-CUSTO-ENTRADA      PIC 9(3)V99.
       77 CM-CUSTO-MEDIO        PIC 9(3)V99.

      *RELATÓRIO DE MARGEM (FOOD COST) E CUSTO DAS VENDAS DO PERÍODO
       77 MRG-DATA-INICIO       PIC 9(8).
       77 MRG-DATA-FIM          PIC 9(8).
       77 MRG-TAMANHO           PIC 9.
       77 MRG-CUSTO             PIC 9(4)V99.
       77 MRG-PRECO-LIQUIDO     PIC 9(4)V99.
       77 MRG-MARGEM            PIC S9(4)V99.
       77 MRG-FOOD-COST         PIC 9(4)V9.
       77 MRG-CUSTO-ED          PIC Z(3)9,99.
       77 MRG-PRECO-ED          PIC Z(3)9,99.
       77 MRG-MARGEM-ED         PIC -(4)9,99.
       77 MRG-FOOD-COST-ED      PIC Z(3)9,9.
       77 MRG-ALERTA            PIC X(14).
       77 MRG-NOME              PIC X(15).
       77 MRG-DESCRICAO         PIC X(8).
       77 MRG-PEDIDOS           PIC 9(5).
       77 MRG-VENDAS-LIQUIDAS   PIC S9(7)V99.
       77 MRG-CUSTO-VENDAS      PIC 9(7)V99.
       77 MRG-MARGEM-PERIODO    PIC S9(7)V99.
       77 MRG-TOTAL-ED          PIC Z(6)9,99.
       77 MRG-MARGEM-PER-ED     PIC -(7)9,99.

       01 RESUMO-STOCK.
          05 RESUMO-ING OCCURS 10 TIMES.
             10 RESUMO-RECEBIDO  PIC 9(5).
             10 RESUMO-QUEBRA    PIC 9(5).
             10 RESUMO-DEVOLVIDO PIC 9(5).
             10 RESUMO-ACERTO    PIC S9(5).
             10 RESUMO-INICIAL   PIC S9(6).

       77 RESUMO-INICIAL-ED     PIC -(5)9.
       77 RESUMO-RECEBIDO-ED    PIC Z(4)9.
       77 RESUMO-QUEBRA-ED      PIC Z(4)9.
       77 RESUMO-DEVOLVIDO-ED   PIC Z(4)9.
       77 RESUMO-ACERTO-ED      PIC -(4)9.
       77 RESUMO-FINAL-ED       PIC Z(4)9.

      *INVENTÁRIO FÍSICO: O STOCK TEÓRICO É FOTOGRAFADO NO MOMENTO
      *DA CONTAGEM E AS DIFERENÇAS SÃO LANÇADAS NO DIÁRIO COMO
      *ACERTOS. A DATA E HORA DO ÚLTIMO INVENTÁRIO FICAM NO CONTROLO,
      *PARA O SEGUINTE MOSTRAR SÓ OS MOVIMENTOS ENTRETANTO.
       77 DATA-ULTIMO-INVENTARIO PIC 9(8) VALUE 0.
       77 HORA-ULTIMO-INVENTARIO PIC 9(6) VALUE 0.
       77 INV-MOMENTO-ULTIMO    PIC 9(14).
       77 INV-MOMENTO-MOV       PIC 9(14).
       77 INV-TIPO              PIC 9.
       77 INV-TIPO-MOV          PIC 9.
       77 INV-CODIGO            PIC 9(2).
       77 INV-NOME              PIC X(15).
       77 INV-ATIVO             PIC X.
       77 INV-STOCK             PIC 9(4).
       77 INV-CUSTO             PIC 9(3)V99.
       77 INV-QTD-LIDA          PIC 9(4).
       77 INV-LANCADO           PIC X.
       77 INV-DIFERENCA         PIC S9(5).
       77 INV-VALOR             PIC S9(7)V99.
       77 INV-TOTAL-VALOR       PIC S9(7)V99.
       77 INV-LINHAS-DIF        PIC 9(3).
       77 INV-SEM-CUSTO         PIC 9(3).
       77 INV-TEORICO-ED        PIC Z(3)9.
       77 INV-CONTADO-ED        PIC Z(3)9.
       77 INV-DIFERENCA-ED      PIC -(4)9.
       77 INV-VALOR-ED          PIC -(6)9,99.
       77 INV-VALOR-TXT         PIC X(10).
       77 RESPOSTA-INVENTARIO   PIC X.

       01 INV-DATA-ANTERIOR.
          05 INV-ANO-ANT          PIC 9(4).
          05 INV-MES-ANT          PIC 99.
          05 INV-DIA-ANT          PIC 99.

       01 INV-HORA-ANTERIOR.
          05 INV-HH-ANT           PIC 99.
          05 INV-MM-ANT           PIC 99.
          05 INV-SS-ANT           PIC 99.

      *UMA LINHA POR ARTIGO: 1 INGREDIENTES, 2 BEBIDAS, 3 SOBREMESAS.
       01 TABELA-INVENTARIO.
          05 INV-GRUPO OCCURS 3 TIMES.
             10 INV-ARTIGO OCCURS 10 TIMES.
                15 INV-TEORICO    PIC 9(4).
                15 INV-CONTADO    PIC 9(4).
                15 INV-VENDIDO    PIC 9(5).
                15 INV-RECEBIDO   PIC 9(5).
                15 INV-QUEBRA     PIC 9(5).
                15 INV-DEVOLVIDO  PIC 9(5).

      *ALERGÉNIOS: NOMES, MARCAS POR ARTIGO (GRUPO 1 BASE DA PIZZA,
      *2 INGREDIENTES, 3 BEBIDAS, 4 SOBREMESAS) E A SOMA DAS MARCAS
      *DOS ARTIGOS EM ANÁLISE (UMA PIZZA, UM ARTIGO OU UM PEDIDO).
       01 TABELA-ALERGENOS.
          05 ALERGENO OCCURS 14 TIMES.
             10 ATIVO-ALERGENO      PIC X.
             10 NOME-ALERGENO       PIC X(15).

       01 TABELA-ALERGENOS-ARTIGOS.
          05 ALG-GRUPO OCCURS 4 TIMES.
             10 ALG-ARTIGO OCCURS 10 TIMES.
                15 ALG-MARCA OCCURS 14 TIMES PIC X.

       01 ALERGENOS-CALC.
          05 ALG-CALC OCCURS 14 TIMES PIC X.

       77 TOTAL-ALERGENOS       PIC 9(2) VALUE 0.
       77 ALG-INDICE            PIC 9(2).
       77 ALG-GRUPO-SOMA        PIC 9.
       77 ALG-CODIGO-SOMA       PIC 9(2).
       77 ALG-CODIGO-LIDO       PIC 9(2).
       77 ALG-NOME-ARTIGO       PIC X(15).
       77 ALG-DESTINO           PIC X.
       77 ALG-SO-CLIENTE        PIC X.
       77 ALG-LARGURA           PIC 9(2).
       77 ALG-PONTEIRO          PIC 9(3).
       77 ALG-QTD               PIC 9(2).
       77 ALG-LINHA             PIC X(60).
       77 RESPOSTA-ALERGIAS     PIC X.

       77 LIMIAR-STOCK-BAIXO    PIC 9(4) VALUE 5.
       77 CODIGO-SUGESTAO       PIC 9(2) VALUE 0.
       77 CONTADOR-STOCK        PIC 9(2) VALUE 0.
       77 CONTADOR-ESTAFETA     PIC 9(2).
       77 ROTA-ESTAFETA         PIC 9(2).
       77 ROTA-CONTA            PIC 9(3).
       77 ROTA-ZONA             PIC 9(2).
       77 ROTA-CABECALHO        PIC X.
       77 ROTA-TOTAL-ED         PIC Z(3)9,99.

      *RECIBO DO CLIENTE E 2.ª VIA
       77 MANUT-NIF            PIC X(9).
       77 MANUT-MORADA         PIC X(40).

      *CONTA CORRENTE DOS CLIENTES EMPRESA. OS CAMPOS CCM- PREPARAM O
      *MOVIMENTO A ACRESCENTAR AO DIÁRIO CONTACOR.
       77 ULTIMO-NUMERO-RECEBIMENTO PIC 9(6) VALUE 0.
       77 MODO-PAGAMENTO-VALIDO PIC X.
       77 OPCAO-CONTA-CORRENTE PIC 9.
       77 RESPOSTA-CONTA       PIC X.
       77 MANUT-LIMITE         PIC 9(5)V99.
       77 CC-SALDO-PREVISTO    PIC S9(7)V99.
       77 CC-SALDO-ED          PIC -(6)9,99.
       77 CC-LIMITE-ED         PIC Z(4)9,99.
       77 CC-VALOR-ED          PIC Z(5)9,99.
       77 CC-CONTATO-SEL       PIC X(9).
       77 CC-VALOR-RECEBIDO    PIC 9(6)V99.
       77 CCM-CONTATO          PIC X(9).
       77 CCM-TIPO             PIC X.
       77 CCM-DOCUMENTO        PIC 9(6).
       77 CCM-VALOR            PIC 9(6)V99.
       77 CCM-MODO             PIC 9.
       77 CCM-REFERENCIA       PIC X(20).

      *EXTRATO MENSAL: MÊS PEDIDO, SALDO DE ABERTURA E CORRIDO.
       77 EXT-MES              PIC 9(6).
       77 EXT-DATA-INICIO      PIC 9(8).
       77 EXT-DATA-FIM         PIC 9(8).
       77 EXT-SALDO            PIC S9(7)V99.
       77 EXT-DEBITOS          PIC 9(7)V99.
       77 EXT-CREDITOS         PIC 9(7)V99.
       77 EXT-MOVIMENTOS       PIC 9(4).
       77 EXT-EXTRATOS         PIC 9(4).
       77 EXT-SALDO-ED         PIC -(6)9,99.
       77 EXT-VALOR-ED         PIC Z(5)9,99.
       77 EXT-DOCUMENTO        PIC X(16).
       77 EXT-FORCAR           PIC X.

       01 EXT-DATA-SPLIT.
          05 EXT-ANO           PIC 9(4).
          05 EXT-MM            PIC 99.
          05 EXT-DD            PIC 99.

      *SALDOS POR ANTIGUIDADE: OS PAGAMENTOS E CRÉDITOS DE CADA CONTA
      *ABATEM AS FATURAS MAIS ANTIGAS PRIMEIRO; O QUE FICA POR PAGAR
      *DE CADA FATURA CAI NO ESCALÃO DA SUA IDADE EM DIAS.
       77 ANT-TOTAL-CONTAS     PIC 9(2).
       77 ANT-OMITIDAS         PIC 9(3).
       77 ANT-INDICE           PIC 9(2).
       77 ANT-POSICAO          PIC 9(2).
       77 ANT-ESCALAO          PIC 9.
       77 ANT-EM-DIVIDA        PIC 9(6)V99.
       77 ANT-DIAS             PIC S9(6).
       77 ANT-DIA-HOJE         PIC 9(7).
       77 ANT-TOTAL-ED         PIC -(6)9,99.
       77 ANT-ESCALAO-ED       PIC Z(5)9,99.

       01 TABELA-ANTIGUIDADE.
          05 ANT-CONTA OCCURS 50 TIMES.
             10 ANT-CONTATO       PIC X(9).
             10 ANT-NOME          PIC X(30).
             10 ANT-CREDITOS      PIC 9(7)V99.
             10 ANT-VALOR-ESCALAO OCCURS 4 TIMES PIC 9(7)V99.

       01 ANT-TOTAIS.
          05 ANT-TOTAL-ESCALAO OCCURS 4 TIMES PIC 9(7)V99.

      *NÚMERO DO DIA (CONTAGEM CONTÍNUA) DE UMA DATA AAAAMMDD, PARA
      *DIFERENÇAS EM DIAS SEM ATENDER À DURAÇÃO DE CADA MÊS.
       77 DIA-DATA-ENTRADA     PIC 9(8).
       77 DIA-NUMERO           PIC 9(7).
       77 DIA-AJUSTE           PIC 9.
       77 DIA-ANO              PIC 9(5).
       77 DIA-MES              PIC 9(2).
       77 DIA-PARCELA          PIC 9(7).

       01 DIA-DATA-SPLIT.
          05 DIA-SPLIT-ANO     PIC 9(4).
          05 DIA-SPLIT-MES     PIC 99.
          05 DIA-SPLIT-DIA     PIC 99.

      *VALES DE OFERTA: VENDA AO BALCÃO, USO COMO PAGAMENTO E MAPA
      *DE VALES EM CIRCULAÇÃO. VALE-A-COBRIR É O VALOR QUE O VALE TEM
      *DE PAGAR NUMA PARTE DE UMA CONTA DE MESA DIVIDIDA.
       77 ULTIMO-NUMERO-VALE   PIC 9(6) VALUE 0.
       77 ANOS-VALIDADE-VALE   PIC 9 VALUE 1.
       77 OPCAO-VALES          PIC 9.
       77 RESPOSTA-VALE        PIC X.
       77 VALE-PESQUISA        PIC 9(6).
       77 VALE-A-COBRIR        PIC 9(4)V99.
       77 VALE-RESTANTE        PIC 9(4)V99.
       77 VALE-VALOR-VENDA     PIC 9(4)V99.
       77 VALE-MODO-VENDA      PIC 9.
       77 VALE-ENTREGUE        PIC 9(4)V99.
       77 VALE-TROCO           PIC 9(4)V99.
       77 MODO-PARTE-MESA      PIC 9.
       77 VALE-VALOR-ED        PIC Z(3)9,99.
       77 VALE-SALDO-ED        PIC Z(3)9,99.
       77 VALE-TOTAL-ED        PIC Z(6)9,99.
       77 VALE-DATA-ED         PIC X(10).
       77 VRL-ATIVOS-QTD       PIC 9(5).
       77 VRL-ATIVOS-VALOR     PIC 9(7)V99.
       77 VRL-EXPIRADOS-QTD    PIC 9(5).
       77 VRL-EXPIRADOS-VALOR  PIC 9(7)V99.
       77 VRL-USADOS-QTD       PIC 9(5).
      *SITUAÇÃO DO VALE LIDO: V VÁLIDO, I INEXISTENTE, U USADO (SEM
      *SALDO), X EXPIRADO.
       77 VALE-SITUACAO        PIC X.

      *RECLAMAÇÕES: REGISTO LIGADO AO PEDIDO, FECHO E MAPA SEMANAL.
      *A COMPENSAÇÃO PENDENTE DO CONTACTO DO PEDIDO EM CURSO FICA EM
      *COMP-*; COMP-VALOR É O DESCONTO A DAR (OU O PREÇO DO ARTIGO
      *OFERECIDO) E COMP-APLICADO O QUE O PEDIDO DE FACTO ABATEU.
      *NO TALÃO O DESCONTO SAI COMO PROMOÇÃO COM CÓDIGO PRÓPRIO.
       77 OPCAO-RECLAMACOES    PIC 9.
       77 CODIGO-PROMO-RECLAMACAO PIC 9(2) VALUE 99.
       77 RCL-MOTIVO-NOME      PIC X(20).
       77 RCL-COMPENSACAO-OPC  PIC 9.
       77 RCL-PIZZA            PIC 9.
       77 RCL-RESPOSTA         PIC X.
       77 RCL-VALOR-ED         PIC Z(3)9,99.
       77 RCL-TOTAL-ED         PIC Z(6)9,99.
       77 RCL-ABERTAS          PIC 9(3).
       77 RCL-ALGUMA           PIC X.
       77 RCL-INDICE           PIC 9(2).
       77 RCL-DATA-INICIO      PIC 9(8).
       77 RCL-DIA-INICIO       PIC 9(7).
       77 RCL-DIA-FIM          PIC 9(7).
       77 COMP-PENDENTE        PIC X VALUE "N".
       77 COMP-DATA-PEDIDO     PIC 9(8).
       77 COMP-NUMERO-PEDIDO   PIC 9(3).
       77 COMP-TIPO            PIC X.
       77 COMP-TIPO-ARTIGO     PIC X.
       77 COMP-CODIGO-ARTIGO   PIC 9(2).
       77 COMP-VALOR           PIC 9(4)V99 VALUE 0.
       77 COMP-APLICADO        PIC 9(4)V99 VALUE 0.

       01 TABELA-RECLAMACOES.
          05 RCL-TOTAL            PIC 9(5).
          05 RCL-POR-MOTIVO OCCURS 7 TIMES PIC 9(5).
          05 RCL-POR-ESTAFETA OCCURS 9 TIMES PIC 9(5).
          05 RCL-SEM-ESTAFETA     PIC 9(5).
          05 RCL-POR-EMENTA OCCURS 10 TIMES PIC 9(5).
          05 RCL-MONTE-A-SUA      PIC 9(5).
          05 RCL-PEDIDO-GERAL     PIC 9(5).
          05 RCL-COMP-DESCONTO    PIC 9(5).
          05 RCL-VALOR-DESCONTOS  PIC 9(6)V99.
          05 RCL-COMP-PONTOS      PIC 9(5).
          05 RCL-SOMA-PONTOS      PIC 9(7).
          05 RCL-COMP-ARTIGO      PIC 9(5).
          05 RCL-COMP-NENHUMA     PIC 9(5).
          05 RCL-EM-ABERTO        PIC 9(5).

      *TAREFAS SEM OPERADOR, PEDIDAS POR PARÂMETRO NA LINHA DE
      *COMANDO EM COLUNAS FIXAS: "FIMDIA" OU "FIMDIA AAAAMMDD" (DIA A
      *FECHAR, POR OMISSÃO HOJE) E "FIMMES" OU "FIMMES AAAAMM" (MÊS A
      *FECHAR, POR OMISSÃO O ANTERIOR). O PONTO DE RETOMA (ÚLTIMO
      *PASSO CONCLUÍDO) FICA NO FICHEIRO DE CONTROLO; RETOMA-ESTADO:
      *E EM EXECUÇÃO, F FALHOU, C CONCLUÍDA.
       01 PARAMETRO-LOTE.
          05 LOTE-TAREFA          PIC X(6).
          05 FILLER               PIC X.
          05 LOTE-DATA-PARM.
             10 LOTE-PARM-ANO-MES.
                15 LOTE-PARM-ANO  PIC 9(4).
                15 LOTE-PARM-MES  PIC 99.
             10 LOTE-PARM-DIA     PIC XX.
          05 LOTE-PARM-DATA REDEFINES LOTE-DATA-PARM PIC 9(8).
          05 FILLER               PIC X(25).
       77 MODO-LOTE            PIC X VALUE "N".
       77 LOTE-REFERENCIA      PIC 9(8).
       77 LOTE-PASSO           PIC 9.
       77 LOTE-ULTIMO-PASSO    PIC 9.
       77 LOTE-NOME-PASSO      PIC X(30).
       77 LOTE-RC-PASSO        PIC 9(2) VALUE 0.
       77 LOTE-RC-MAXIMO       PIC 9(2) VALUE 0.
       77 RETOMA-TAREFA        PIC X(6) VALUE SPACES.
       77 RETOMA-REFERENCIA    PIC 9(8) VALUE 0.
       77 RETOMA-PASSO         PIC 9 VALUE 0.
       77 RETOMA-ESTADO        PIC X VALUE SPACE.
       77 RETOMA-RC            PIC 9(2) VALUE 0.
       77 LINHA-RELATORIO      PIC X(80).

      *ANÁLISE DE VENDAS DE UM PERÍODO SOBRE O MESTRE E O HISTÓRICO,
      *COMPARADA COM O MESMO PERÍODO DO ANO ANTERIOR. CANAIS: 1
      *BALCÃO, 2 ENTREGA, 3 MESA, 4 SITE (A ENCOMENDA DO SITE CONTA
      *NO SITE, SEJA DE ENTREGA OU DE LEVANTAR), 5 TOTAL. FAIXAS: 1 A
      *24 AS HORAS (0H A 23H), 25 A 31 OS DIAS DA SEMANA (SEGUNDA A
      *DOMINGO). LISTAS: 1 PIZZAS DA EMENTA, 2 ARTIGOS EXTRA (1 A 10
      *BEBIDAS, 11 A 20 SOBREMESAS). DO ANO ANTERIOR SÓ SE GUARDAM
      *OS TOTAIS POR CANAL.
       77 ANV-DATA-INICIO      PIC 9(8).
       77 ANV-DATA-FIM         PIC 9(8).
       77 ANV-ANT-INICIO       PIC 9(8).
       77 ANV-ANT-FIM          PIC 9(8).
       77 ANV-CANAL-PEDIDO     PIC 9.
       77 ANV-CANAL-IND        PIC 9.
       77 ANV-FAIXA-IND        PIC 9(2).
       77 ANV-HORA-PEDIDO      PIC 9(2).
       77 ANV-HORA-FIM         PIC 9(2).
       77 ANV-DIA-SEMANA       PIC 9.
       77 ANV-QUOCIENTE        PIC 9(7).
       77 ANV-LISTA-ATUAL      PIC 9.
       77 ANV-INDICE           PIC 9(2).
       77 ANV-SUBINDICE        PIC 9(2).
       77 ANV-ITENS            PIC 9(2).
       77 ANV-MELHOR           PIC 9(2).
       77 ANV-POSICAO          PIC 9.
       77 ANV-POSICOES         PIC 9 VALUE 3.
       77 ANV-NOME-ITEM        PIC X(15).
       77 ANV-ITEM-ATIVO       PIC X.
       77 ANV-ROTULO           PIC X(10).
       77 ANV-SECCAO-CSV       PIC X(10).
       77 ANV-LINHA-CSV        PIC X(160).
       77 ANV-CSV-ABERTO       PIC X.
       77 ANV-LINHAS-CSV       PIC 9(4).
       77 ANV-MONTE-QTD        PIC 9(5).
       77 ANV-MONTE-VALOR      PIC 9(7)V99.
       77 ANV-VAR-ATUAL        PIC 9(8)V99.
       77 ANV-VAR-ANTERIOR     PIC 9(8)V99.
       77 ANV-VARIACAO         PIC S9(12)V9.
       77 ANV-VARIACAO-ED      PIC +9(4),9.
       77 ANV-VAR-TEXTO        PIC X(7).
       77 ANV-VAR-QTD-TEXTO    PIC X(7).
       77 ANV-VAR-VALOR-TEXTO  PIC X(7).
       77 ANV-VALOR-ED         PIC Z(7)9,99.
       77 ANV-ANTERIOR-ED      PIC Z(7)9,99.
       77 ANV-QTD-CSV          PIC 9(6).
       77 ANV-VALOR-CSV        PIC 9(8),99.
       77 ANV-ANT-QTD-CSV      PIC 9(6).
       77 ANV-ANT-VALOR-CSV    PIC 9(8),99.

       01 TABELA-ANALISE-VENDAS.
          05 ANV-FAIXA OCCURS 31 TIMES.
             10 ANV-FAIXA-CANAL OCCURS 5 TIMES.
                15 ANV-FAIXA-QTD    PIC 9(6).
                15 ANV-FAIXA-VALOR  PIC 9(8)V99.
          05 ANV-CANAL OCCURS 5 TIMES.
             10 ANV-CANAL-QTD       PIC 9(6).
             10 ANV-CANAL-VALOR     PIC 9(8)V99.
             10 ANV-ANTERIOR-QTD    PIC 9(6).
             10 ANV-ANTERIOR-VALOR  PIC 9(8)V99.
          05 ANV-LISTA OCCURS 2 TIMES.
             10 ANV-ITEM OCCURS 20 TIMES.
                15 ANV-ITEM-QTD     PIC 9(6).
                15 ANV-ITEM-VALOR   PIC 9(8)V99.
                15 ANV-ITEM-USADO   PIC X.

      *COLUNAS DE UMA LINHA DE FAIXA NO FICHEIRO: QUANTIDADE E VALOR
      *DE CADA CANAL E DO TOTAL, JÁ COM OS SEPARADORES.
       01 ANV-COLUNAS-CSV.
          05 ANV-COLUNA-CSV OCCURS 5 TIMES.
             10 FILLER              PIC X VALUE ";".
             10 ANV-COL-QTD         PIC 9(6).
             10 FILLER              PIC X VALUE ";".
             10 ANV-COL-VALOR       PIC 9(8),99.

      *ARQUIVO DE FIM DE MÊS
       77 FASE-ARQUIVO-ATUAL   PIC X VALUE SPACE.
       77 MES-ARQUIVO-ATUAL    PIC 9(6) VALUE 0.
       77 REL-VALOR-ARTIGO-ED  PIC Z(5)9,99.

       01 REL-VENDAS-PAGAMENTO.
          05 REL-QTD-PAGAMENTO   OCCURS 5 TIMES PIC 9(5).
          05 REL-VALOR-PAGAMENTO OCCURS 5 TIMES PIC 9(6)V99.

       77 REL-VALOR-PAGAMENTO-ED PIC Z(5)9,99.


       77 REL-DINHEIRO-ESTAF-ED PIC Z(5)9,99.

      *ENTREGAS E TAXAS COBRADAS POR ZONA, PARA SE VER SE AS ZONAS
      *MAIS AFASTADAS PAGAM O COMBUSTÍVEL. A ZONA 0 JUNTA AS ENTREGAS
      *SEM ZONA (AUTORIZADAS FORA DE ZONA OU SEM FICHEIRO ZONAS).
       01 REL-ENTREGAS-ZONA.
          05 REL-ZONA-TAB OCCURS 9 TIMES.
             10 REL-QTD-ZONA          PIC 9(5).
             10 REL-TAXAS-ZONA        PIC 9(6)V99.

       77 REL-QTD-SEM-ZONA      PIC 9(5).
       77 REL-TAXAS-SEM-ZONA    PIC 9(6)V99.
       77 REL-TAXAS-ZONA-ED     PIC Z(5)9,99.

       77 REL-TOTAL-PEDIDOS    PIC 9(5).
       77 REL-PEDIDOS-PROMO    PIC 9(5).
       77 REL-PEDIDOS-PONTOS   PIC 9(5).
       77 REL-CONTAS-ABERTAS   PIC 9(3).
       77 REL-DINHEIRO-PEDIDO  PIC 9(6)V99.
       77 REL-VALOR-PARTE-2    PIC 9(6)V99.
       77 REL-RECEB-CONTA-QTD  PIC 9(4).
       77 REL-RECEB-CONTA-VALOR PIC 9(6)V99.
       77 REL-RECEB-CONTA-DINHEIRO PIC 9(6)V99.
       77 REL-VALES-VENDIDOS-QTD PIC 9(4).
       77 REL-VALES-VENDIDOS-VALOR PIC 9(6)V99.
       77 REL-VALES-VENDIDOS-DINHEIRO PIC 9(6)V99.
       77 TEMPOS-ESTADO-MESA   PIC X(30).


       SCREEN SECTION.
      *     DISPLAY LIMPAR-TELA.

       PARAGRAFO-PRINCIPAL.
           PERFORM LER-PARAMETRO-LOTE
           PERFORM ABRIR-FICHEIRO-AUDIT
           PERFORM INICIALIZAR-PROGRAMA
           PERFORM GUARDAR-STOCK-ABERTURA
           PERFORM CARREGAR-MOVIMENTOS-STOCK
           PERFORM ABRIR-FICHEIRO-PEDIDOS
           PERFORM ABRIR-FICHEIRO-CLIENTES
           PERFORM ABRIR-FICHEIRO-VALES
           PERFORM ABRIR-FICHEIRO-RECLAMA
           PERFORM ABRIR-FICHEIRO-TICKET
           PERFORM ABRIR-FICHEIRO-RECIBOS
           PERFORM ABRIR-FICHEIRO-MOVSTOCK
           PERFORM CARREGAR-ULTIMA-FATURA
           PERFORM CARREGAR-ULTIMO-PEDIDO
           IF MODO-LOTE = "S"
               PERFORM EXECUTAR-TAREFA-LOTE
               MOVE "N" TO CONTINUAR-PEDIDO
           ELSE
               PERFORM ASSINAR-OPERADOR
           END-IF
           PERFORM UNTIL CONTINUAR-PEDIDO = "N"
      *         DISPLAY LIMPAR-TELA
               PERFORM OBTER-DATA-HORA-SISTEMA
                       PERFORM IMPORTAR-ENCOMENDAS-WEB
                   WHEN 17
                       PERFORM PROPOR-ENCOMENDA-FORNECEDOR
                   WHEN 18
                       PERFORM RELATORIO-MARGEM
                   WHEN 19
                       PERFORM INVENTARIO-FISICO
                   WHEN 20
                       PERFORM RELATORIO-TEMPOS-SERVICO
                   WHEN 21
                       PERFORM CONTAS-CORRENTES
                   WHEN 22
                       PERFORM VALES-OFERTA
                   WHEN 23
                       PERFORM RECLAMACOES
                   WHEN 24
                       PERFORM ANALISE-VENDAS
                   WHEN 0
                       MOVE "N" TO CONTINUAR-PEDIDO
                   WHEN OTHER
                       DISPLAY "Erro: opção inválida!"
               END-EVALUATE
           END-PERFORM
           IF MODO-LOTE NOT = "S"
               DISPLAY "Emitir relatório de fecho de turno? (S/N): "
               ACCEPT RESPOSTA-FECHO
               IF RESPOSTA-FECHO = "S" OR RESPOSTA-FECHO = "s"
                   PERFORM GERAR-RELATORIO-FECHO
               END-IF
               DISPLAY "Emitir relatório de clientes frequentes? "
                       "(S/N): "
               ACCEPT RESPOSTA-CLIENTES
               IF RESPOSTA-CLIENTES = "S" OR RESPOSTA-CLIENTES = "s"
                   PERFORM GERAR-RELATORIO-CLIENTES
               END-IF
           END-IF
           PERFORM FECHAR-FICHEIRO-PEDIDOS
           PERFORM FECHAR-FICHEIRO-CLIENTES
           PERFORM FECHAR-FICHEIRO-VALES
           PERFORM FECHAR-FICHEIRO-RECLAMA
           PERFORM FECHAR-FICHEIRO-TICKET
           PERFORM FECHAR-FICHEIRO-RECIBOS
           PERFORM FECHAR-FICHEIRO-MOVSTOCK
           PERFORM FECHAR-FICHEIRO-AUDIT
           IF MODO-LOTE = "S"
               CLOSE RELLOTE-FILE
               MOVE LOTE-RC-MAXIMO TO RETURN-CODE
           END-IF
           STOP RUN.

       EXIBIR-MENU-PRINCIPAL.
           DISPLAY "[15] Verificação de integridade"
           DISPLAY "[16] Importar encomendas do site"
           DISPLAY "[17] Proposta de encomenda a fornecedores"
           DISPLAY "[18] Relatório de margem (custo de mercadoria)"
           DISPLAY "[19] Inventário físico"
           DISPLAY "[20] Relatório de tempos de serviço"
           DISPLAY "[21] Contas correntes de clientes"
           DISPLAY "[22] Vales de oferta"
           DISPLAY "[23] Reclamações"
           DISPLAY "[24] Análise de vendas por período"
           DISPLAY "[0] Sair"
           DISPLAY "Opção: "
           ACCEPT OPCAO-MENU.
           MOVE 0 TO PONTOS-USADOS
           MOVE 0 TO DESCONTO-PONTOS
           MOVE 0 TO VALOR-ENTREGUE
           MOVE 0 TO TROCO-PEDIDO
           MOVE 0 TO ZONA-ENTREGA
           MOVE 0 TO NUMERO-VALE
           MOVE 0 TO VALOR-VALE
           MOVE SPACE TO ORIGEM-PEDIDO
           MOVE "N" TO COMP-PENDENTE
           MOVE 0 TO COMP-VALOR
           MOVE 0 TO COMP-APLICADO
           MOVE SPACES TO ALERGIAS-PEDIDO.

       ABRIR-FICHEIRO-PEDIDOS.
           OPEN I-O PEDIDOS-FILE
       FECHAR-FICHEIRO-CLIENTES.
           CLOSE CLIENTES-FILE.

       ABRIR-FICHEIRO-VALES.
           OPEN I-O VALES-FILE
           IF STATUS-ARQUIVO-VALES = "35"
               OPEN OUTPUT VALES-FILE
               CLOSE VALES-FILE
               OPEN I-O VALES-FILE
           END-IF.

       FECHAR-FICHEIRO-VALES.
           CLOSE VALES-FILE.

       ABRIR-FICHEIRO-RECLAMA.
           OPEN I-O RECLAMA-FILE
           IF STATUS-ARQUIVO-RECLAMA = "35"
               OPEN OUTPUT RECLAMA-FILE
               CLOSE RECLAMA-FILE
               OPEN I-O RECLAMA-FILE
           END-IF.

       FECHAR-FICHEIRO-RECLAMA.
           CLOSE RECLAMA-FILE.

       ABRIR-FICHEIRO-TICKET.
           OPEN EXTEND TICKET-COZINHA-FILE
           IF STATUS-ARQUIVO-TICKET = "35"
               DISPLAY "Aviso: falha ao gravar auditoria!"
           END-IF.

      *SEM PARÂMETRO O PROGRAMA CORRE COM OPERADOR, COMO SEMPRE. UM
      *PARÂMETRO DESCONHECIDO TERMINA LOGO COM CÓDIGO DE RETORNO 16,
      *ANTES DE ABRIR QUALQUER FICHEIRO.
       LER-PARAMETRO-LOTE.
           MOVE SPACES TO PARAMETRO-LOTE
           ACCEPT PARAMETRO-LOTE FROM COMMAND-LINE
           IF PARAMETRO-LOTE NOT = SPACES
               PERFORM VALIDAR-PARAMETRO-LOTE
               IF MODO-LOTE NOT = "S"
                   DISPLAY "Erro: parâmetro inválido - use FIMDIA "
                           "[AAAAMMDD] ou FIMMES [AAAAMM]!"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND RELLOTE-FILE
               IF STATUS-ARQUIVO-RELLOTE = "35"
                   OPEN OUTPUT RELLOTE-FILE
                   CLOSE RELLOTE-FILE
                   OPEN EXTEND RELLOTE-FILE
               END-IF
           END-IF.

       VALIDAR-PARAMETRO-LOTE.
           MOVE 0 TO LOTE-REFERENCIA
           EVALUATE TRUE
               WHEN LOTE-TAREFA = "FIMDIA" AND LOTE-DATA-PARM = SPACES
               WHEN LOTE-TAREFA = "FIMMES" AND LOTE-DATA-PARM = SPACES
                   MOVE "S" TO MODO-LOTE
               WHEN LOTE-TAREFA = "FIMDIA"
                       AND LOTE-PARM-DATA IS NUMERIC
                       AND LOTE-PARM-MES >= 1 AND LOTE-PARM-MES <= 12
                       AND LOTE-PARM-DIA >= "01"
                       AND LOTE-PARM-DIA <= "31"
                   MOVE LOTE-PARM-DATA TO LOTE-REFERENCIA
                   MOVE "S" TO MODO-LOTE
               WHEN LOTE-TAREFA = "FIMMES"
                       AND LOTE-PARM-ANO-MES IS NUMERIC
                       AND LOTE-PARM-DIA = SPACES
                       AND LOTE-PARM-MES >= 1 AND LOTE-PARM-MES <= 12
                   COMPUTE LOTE-REFERENCIA =
                       LOTE-PARM-ANO * 100 + LOTE-PARM-MES
                   MOVE "S" TO MODO-LOTE
           END-EVALUATE.

      *TAREFA DE FIM DE DIA OU DE FIM DE MÊS, SEM PERGUNTAS E COM OS
      *RELATÓRIOS EM RELLOTE. CADA PASSO TEM O SEU CÓDIGO DE RETORNO
      *(0 BEM, 4 AVISO, 8 ERRO) E O CÓDIGO DO PROGRAMA É O MAIOR
      *DELES. UM PASSO COM ERRO PÁRA A TAREFA; O PONTO DE RETOMA NO
      *CONTROLO FAZ COM QUE A EXECUÇÃO SEGUINTE PARA A MESMA DATA (OU
      *MÊS) COMECE NESSE PASSO, SEM REPETIR A EXPORTAÇÃO NEM O
      *ARQUIVO JÁ FEITOS. O FIMMES CORRE-SE DEPOIS DO FIMDIA DO
      *ÚLTIMO DIA DO MÊS.
       EXECUTAR-TAREFA-LOTE.
           PERFORM OBTER-DATA-HORA-SISTEMA
           IF LOTE-TAREFA = "FIMDIA"
               MOVE 4 TO LOTE-ULTIMO-PASSO
               IF LOTE-REFERENCIA = 0
                   MOVE DATA-PEDIDO TO LOTE-REFERENCIA
               ELSE
                   MOVE LOTE-REFERENCIA TO DATA-PEDIDO
                   MOVE LOTE-REFERENCIA TO DATA-ATUAL
                   MOVE SPACES TO STRING-DATA
                   STRING DIA DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MES DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          ANO DELIMITED BY SIZE
                          INTO STRING-DATA
               END-IF
           ELSE
               MOVE 3 TO LOTE-ULTIMO-PASSO
               IF LOTE-REFERENCIA = 0
                   MOVE DATA-PEDIDO TO DIA-DATA-SPLIT
                   IF DIA-SPLIT-MES = 1
                       COMPUTE LOTE-REFERENCIA =
                           (DIA-SPLIT-ANO - 1) * 100 + 12
                   ELSE
                       COMPUTE LOTE-REFERENCIA =
                           DIA-SPLIT-ANO * 100 + DIA-SPLIT-MES - 1
                   END-IF
               END-IF
           END-IF
           MOVE "========================================"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TAREFA " DELIMITED BY SIZE
                  LOTE-TAREFA DELIMITED BY SIZE
                  " - REFERÊNCIA " DELIMITED BY SIZE
                  LOTE-REFERENCIA DELIMITED BY SIZE
                  " - INÍCIO " DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  MINUTO DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO LOTE-PASSO
           IF RETOMA-TAREFA = LOTE-TAREFA
                   AND RETOMA-REFERENCIA = LOTE-REFERENCIA
               IF RETOMA-ESTADO = "C"
                   COMPUTE LOTE-PASSO = LOTE-ULTIMO-PASSO + 1
                   MOVE "Tarefa já concluída - nada a repetir."
                       TO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               ELSE
                   COMPUTE LOTE-PASSO = RETOMA-PASSO + 1
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "A retomar no passo " DELIMITED BY SIZE
                          LOTE-PASSO DELIMITED BY SIZE
                          " (execução anterior com código "
                          DELIMITED BY SIZE
                          RETOMA-RC DELIMITED BY SIZE
                          ")." DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
           END-IF
           IF LOTE-PASSO <= LOTE-ULTIMO-PASSO
               MOVE LOTE-TAREFA TO RETOMA-TAREFA
               MOVE LOTE-REFERENCIA TO RETOMA-REFERENCIA
               COMPUTE RETOMA-PASSO = LOTE-PASSO - 1
               MOVE "E" TO RETOMA-ESTADO
               PERFORM GRAVAR-CONTROLO
               PERFORM EXECUTAR-PASSO-LOTE
                   UNTIL LOTE-PASSO > LOTE-ULTIMO-PASSO
                      OR LOTE-RC-PASSO >= 8
               IF LOTE-RC-PASSO >= 8
                   MOVE "F" TO RETOMA-ESTADO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "*** Tarefa parada no passo "
                          DELIMITED BY SIZE
                          LOTE-PASSO DELIMITED BY SIZE
                          " - corrigir e voltar a correr. ***"
                          DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               ELSE
                   MOVE "C" TO RETOMA-ESTADO
                   MOVE "Tarefa concluída." TO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               MOVE LOTE-RC-MAXIMO TO RETOMA-RC
               PERFORM GRAVAR-CONTROLO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Código de retorno da tarefa: " DELIMITED BY SIZE
                  LOTE-RC-MAXIMO DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "========================================"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO EVENTO-AUDITORIA
           STRING "TAREFA " DELIMITED BY SIZE
                  LOTE-TAREFA DELIMITED BY SIZE
                  " TERMINADA RC " DELIMITED BY SIZE
                  LOTE-RC-MAXIMO DELIMITED BY SIZE
                  INTO EVENTO-AUDITORIA
           PERFORM REGISTAR-AUDITORIA.

       EXECUTAR-PASSO-LOTE.
           MOVE 0 TO LOTE-RC-PASSO
           PERFORM NOMEAR-PASSO-LOTE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Passo " DELIMITED BY SIZE
                  LOTE-PASSO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  LOTE-NOME-PASSO DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           IF LOTE-TAREFA = "FIMDIA"
               EVALUATE LOTE-PASSO
                   WHEN 1
                       PERFORM PASSO-LOTE-INTEGRIDADE
                   WHEN 2
                       MOVE LOTE-REFERENCIA TO EXP-DATA-INICIO
                       MOVE LOTE-REFERENCIA TO EXP-DATA-FIM
                       PERFORM GERAR-EXPORTACAO-FATURAS
                   WHEN 3
                       PERFORM GERAR-RELATORIO-FECHO
                       IF REL-CONTAS-ABERTAS > 0
                           MOVE 4 TO LOTE-RC-PASSO
                       END-IF
                   WHEN 4
                       PERFORM GERAR-RELATORIO-CLIENTES
               END-EVALUATE
           ELSE
               EVALUATE LOTE-PASSO
                   WHEN 1
                       PERFORM PASSO-LOTE-INTEGRIDADE
                   WHEN 2
                       COMPUTE EXP-DATA-INICIO =
                           LOTE-REFERENCIA * 100 + 1
                       COMPUTE EXP-DATA-FIM =
                           LOTE-REFERENCIA * 100 + 31
                       PERFORM GERAR-EXPORTACAO-FATURAS
                   WHEN 3
                       DIVIDE DATA-PEDIDO BY 100 GIVING ARQ-MES-ATUAL
                       MOVE LOTE-REFERENCIA TO ARQ-MES
                       PERFORM ARQUIVAR-MES-FECHADO
               END-EVALUATE
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Passo " DELIMITED BY SIZE
                  LOTE-PASSO DELIMITED BY SIZE
                  " terminado com código de retorno "
                  DELIMITED BY SIZE
                  LOTE-RC-PASSO DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           IF LOTE-RC-PASSO > LOTE-RC-MAXIMO
               MOVE LOTE-RC-PASSO TO LOTE-RC-MAXIMO
           END-IF
           MOVE SPACES TO EVENTO-AUDITORIA
           STRING "TAREFA " DELIMITED BY SIZE
                  LOTE-TAREFA DELIMITED BY SIZE
                  " PASSO " DELIMITED BY SIZE
                  LOTE-PASSO DELIMITED BY SIZE
                  " RC " DELIMITED BY SIZE
                  LOTE-RC-PASSO DELIMITED BY SIZE
                  INTO EVENTO-AUDITORIA
           PERFORM REGISTAR-AUDITORIA
           IF LOTE-RC-PASSO < 8
               MOVE LOTE-PASSO TO RETOMA-PASSO
               PERFORM GRAVAR-CONTROLO
               ADD 1 TO LOTE-PASSO
           END-IF.

       NOMEAR-PASSO-LOTE.
           EVALUATE TRUE
               WHEN LOTE-PASSO = 1
                   MOVE "Verificação de integridade"
                       TO LOTE-NOME-PASSO
               WHEN LOTE-PASSO = 2 AND LOTE-TAREFA = "FIMDIA"
                   MOVE "Exportação de faturas do dia"
                       TO LOTE-NOME-PASSO
               WHEN LOTE-PASSO = 2
                   MOVE "Exportação de faturas do mês"
                       TO LOTE-NOME-PASSO
               WHEN LOTE-PASSO = 3 AND LOTE-TAREFA = "FIMDIA"
                   MOVE "Relatório de fecho de turno"
                       TO LOTE-NOME-PASSO
               WHEN LOTE-PASSO = 3
                   MOVE "Arquivo de fim de mês" TO LOTE-NOME-PASSO
               WHEN OTHER
                   MOVE "Relatório de clientes frequentes"
                       TO LOTE-NOME-PASSO
           END-EVALUATE.

      *AS DISCREPÂNCIAS SÃO AVISO: A EXPORTAÇÃO E OS RELATÓRIOS
      *SEGUEM NA MESMA, E O GERENTE VÊ-AS EM RELLOTE DE MANHÃ.
       PASSO-LOTE-INTEGRIDADE.
           PERFORM VERIFICAR-INTEGRIDADE
           IF VERIF-DISCREPANCIAS > 0
               MOVE 4 TO LOTE-RC-PASSO
           END-IF.

      *LINHA DE RELATÓRIO: NO ECRÃ, OU EM RELLOTE NUMA TAREFA SEM
      *OPERADOR.
       ESCREVER-LINHA-RELATORIO.
           IF MODO-LOTE = "S"
               MOVE LINHA-RELATORIO TO REG-RELLOTE
               WRITE REG-RELLOTE
               IF STATUS-ARQUIVO-RELLOTE NOT = "00"
                   DISPLAY "Aviso: falha ao gravar RELLOTE!"
               END-IF
           ELSE
               DISPLAY LINHA-RELATORIO
           END-IF.

      *INÍCIO DE SESSÃO DO OPERADOR (TAMBÉM SERVE PARA TROCAR DE
      *OPERADOR A MEIO DO TURNO). O CÓDIGO FICA CARIMBADO EM CADA
      *PEDIDO E EM CADA EVENTO DE AUDITORIA.
                   MOVE CTR-ULTIMO-NC TO ULTIMO-NUMERO-NC
                   MOVE CTR-FASE-ARQUIVO TO FASE-ARQUIVO-ATUAL
                   MOVE CTR-MES-ARQUIVO TO MES-ARQUIVO-ATUAL
                   IF CTR-DATA-INVENTARIO IS NUMERIC
                           AND CTR-HORA-INVENTARIO IS NUMERIC
                       MOVE CTR-DATA-INVENTARIO
                            TO DATA-ULTIMO-INVENTARIO
                       MOVE CTR-HORA-INVENTARIO
                            TO HORA-ULTIMO-INVENTARIO
                   END-IF
                   IF CTR-ULTIMO-RECEBIMENTO IS NUMERIC
                       MOVE CTR-ULTIMO-RECEBIMENTO
                            TO ULTIMO-NUMERO-RECEBIMENTO
                   END-IF
                   IF CTR-ULTIMO-VALE IS NUMERIC
                       MOVE CTR-ULTIMO-VALE TO ULTIMO-NUMERO-VALE
                   ELSE
                       PERFORM APURAR-ULTIMO-VALE
                   END-IF
                   IF CTR-LOTE-REFERENCIA IS NUMERIC
                           AND CTR-LOTE-PASSO IS NUMERIC
                           AND CTR-LOTE-RC IS NUMERIC
                       MOVE CTR-LOTE-TAREFA TO RETOMA-TAREFA
                       MOVE CTR-LOTE-REFERENCIA TO RETOMA-REFERENCIA
                       MOVE CTR-LOTE-PASSO TO RETOMA-PASSO
                       MOVE CTR-LOTE-ESTADO TO RETOMA-ESTADO
                       MOVE CTR-LOTE-RC TO RETOMA-RC
                   END-IF
                   CLOSE CONTROLO-FILE
               ELSE
                   CLOSE CONTROLO-FILE
               PERFORM READ-FATURA-ARQUIVO
                   UNTIL STATUS-ARQUIVO-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
           END-IF
           MOVE 0 TO ULTIMO-NUMERO-RECEBIMENTO
           OPEN INPUT CONTACOR-FILE
           IF STATUS-ARQUIVO-CONTACOR = "35"
               CONTINUE
           ELSE
               PERFORM READ-RECEBIMENTO-CONTACOR
                   UNTIL STATUS-ARQUIVO-CONTACOR NOT = "00"
               CLOSE CONTACOR-FILE
           END-IF
           PERFORM APURAR-ULTIMO-VALE.

      *O ÚLTIMO NÚMERO DE VALE É A MAIOR CHAVE DO FICHEIRO VALES.
       APURAR-ULTIMO-VALE.
           MOVE 0 TO ULTIMO-NUMERO-VALE
           MOVE LOW-VALUES TO VAL-NUMERO
           START VALES-FILE KEY IS NOT LESS THAN VAL-NUMERO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-VALES
           END-START
           PERFORM READ-NUMERO-VALE
               UNTIL STATUS-ARQUIVO-VALES NOT = "00".

       READ-NUMERO-VALE.
           READ VALES-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-VALES
           END-READ
           IF STATUS-ARQUIVO-VALES = "00"
                   AND VAL-NUMERO > ULTIMO-NUMERO-VALE
               MOVE VAL-NUMERO TO ULTIMO-NUMERO-VALE
           END-IF.

       READ-RECEBIMENTO-CONTACOR.
           READ CONTACOR-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CONTACOR
           END-READ
           IF STATUS-ARQUIVO-CONTACOR = "00"
                   AND CC-PAGAMENTO
                   AND CC-DOCUMENTO > ULTIMO-NUMERO-RECEBIMENTO
               MOVE CC-DOCUMENTO TO ULTIMO-NUMERO-RECEBIMENTO
           END-IF.

       READ-FATURA-ARQUIVO.
           MOVE ULTIMO-NUMERO-NC TO CTR-ULTIMO-NC
           MOVE FASE-ARQUIVO-ATUAL TO CTR-FASE-ARQUIVO
           MOVE MES-ARQUIVO-ATUAL TO CTR-MES-ARQUIVO
           MOVE DATA-ULTIMO-INVENTARIO TO CTR-DATA-INVENTARIO
           MOVE HORA-ULTIMO-INVENTARIO TO CTR-HORA-INVENTARIO
           MOVE ULTIMO-NUMERO-RECEBIMENTO TO CTR-ULTIMO-RECEBIMENTO
           MOVE ULTIMO-NUMERO-VALE TO CTR-ULTIMO-VALE
           MOVE RETOMA-TAREFA TO CTR-LOTE-TAREFA
           MOVE RETOMA-REFERENCIA TO CTR-LOTE-REFERENCIA
           MOVE RETOMA-PASSO TO CTR-LOTE-PASSO
           MOVE RETOMA-ESTADO TO CTR-LOTE-ESTADO
           MOVE RETOMA-RC TO CTR-LOTE-RC
           WRITE REG-CONTROLO
           IF STATUS-ARQUIVO-CONTROLO NOT = "00"
               DISPLAY "Aviso: falha ao gravar ficheiro de controlo!"
      *(PELA CHAVE ALTERNATIVA) PARA O BALCÃO RECONHECER UM CLIENTE
      *HABITUAL.
       CONSULTAR-HISTORICO-CLIENTE.
           PERFORM ASSINALAR-RECLAMACOES-ABERTAS
           MOVE CONTATO-PEDIDO TO REG-CONTATO-PEDIDO
           START PEDIDOS-FILE KEY IS = REG-CONTATO-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           MOVE ULTIMO-NUMERO-FATURA TO NUMERO-FATURA
           MOVE "A" TO ESTADO-DOC-GRAVAR
           PERFORM CREDITAR-PONTOS-CLIENTE
           PERFORM ABATER-VALE-OFERTA
           PERFORM USAR-COMPENSACAO-RECLAMACAO
           PERFORM PREENCHER-REG-PEDIDO
           WRITE REG-PEDIDO
               INVALID KEY
           MOVE NUMERO-MESA TO REG-NUMERO-MESA
           MOVE MORADA-ENTREGA TO REG-MORADA-ENTREGA
           MOVE TAXA-ENTREGA-CALC TO REG-TAXA-ENTREGA-CALC
           MOVE ZONA-ENTREGA TO REG-ZONA-ENTREGA
           MOVE ALERGIAS-PEDIDO TO REG-ALERGIAS-CLIENTE
           MOVE NUM-PIZZAS TO REG-NUM-PIZZAS
           MOVE NUM-ARTIGOS TO REG-NUM-ARTIGOS
           MOVE TOTAL-ING-CALC TO REG-TOTAL-ING-CALC
           MOVE VALOR-PAGAMENTO-1 TO REG-VALOR-PAGAMENTO-1
           MOVE VALOR-ENTREGUE TO REG-VALOR-ENTREGUE
           MOVE TROCO-PEDIDO TO REG-TROCO-PEDIDO
           MOVE NUMERO-VALE TO REG-NUMERO-VALE
           MOVE VALOR-VALE TO REG-VALOR-VALE
           MOVE ORIGEM-PEDIDO TO REG-ORIGEM-PEDIDO
           MOVE ESTADO-DOC-GRAVAR TO REG-ESTADO-DOC
           MOVE PONTOS-GANHOS TO REG-PONTOS-GANHOS
           MOVE PONTOS-USADOS TO REG-PONTOS-USADOS
           MOVE DESCONTO-PONTOS TO REG-DESCONTO-PONTOS
           MOVE 0 TO REG-NUMERO-NC
           MOVE 1 TO REG-ESTADO-PEDIDO
           MOVE HORA-ATUAL TO REG-HORA-RECEBIDO
           MOVE 0 TO REG-HORA-PREPARACAO
           MOVE 0 TO REG-HORA-PRONTO
           MOVE 0 TO REG-HORA-SAIDA
           MOVE 0 TO REG-HORA-ENTREGUE
           MOVE OPERADOR-ATUAL TO REG-OPERADOR-PEDIDO
           MOVE 0 TO REG-ESTAFETA-PEDIDO
           MOVE 1 TO CONTADOR-PIZZA
           DISPLAY "Confirma? (S/N): "
           ACCEPT RESPOSTA-ESTADO
           IF RESPOSTA-ESTADO = "S" OR RESPOSTA-ESTADO = "s"
               PERFORM MARCAR-HORA-ESTADO
               REWRITE REG-PEDIDO
                   INVALID KEY
                       DISPLAY "Erro: falha ao gravar o estado!"
               DISPLAY "Estado não alterado."
           END-IF.

      *A HORA DA MUDANÇA É A DA CONFIRMAÇÃO, NÃO A DA ENTRADA NO
      *MENU. REGISTOS GRAVADOS ANTES DE HAVER TEMPOS TRAZEM O GRUPO EM
      *BRANCO: ZERA-SE ANTES DE CARIMBAR O NOVO ESTADO.
       MARCAR-HORA-ESTADO.
           IF REG-TEMPOS-ESTADO IS NOT NUMERIC
               MOVE ZEROS TO REG-TEMPOS-ESTADO
           END-IF
           ACCEPT HORA-ATUAL FROM TIME
           EVALUATE REG-ESTADO-PEDIDO
               WHEN 2 MOVE HORA-ATUAL TO REG-HORA-PREPARACAO
               WHEN 3 MOVE HORA-ATUAL TO REG-HORA-PRONTO
               WHEN 4 MOVE HORA-ATUAL TO REG-HORA-SAIDA
               WHEN 5 MOVE HORA-ATUAL TO REG-HORA-ENTREGUE
           END-EVALUATE.

      *UM PEDIDO DE ENTREGA NÃO PASSA A "EM ENTREGA" SEM FICAR
      *REGISTADO QUEM O LEVOU: A ATRIBUIÇÃO DO ESTAFETA É
      *OBRIGATÓRIA
               WHEN OTHER MOVE "Desconhecido" TO NOME-ESTADO-PEDIDO
           END-EVALUATE.

      *RELATÓRIO DE TEMPOS DE SERVIÇO DE UM DIA OU DE UM PERÍODO,
      *SOBRE O MESTRE E O HISTÓRICO: MÉDIA E PIOR TEMPO DE CADA FASE,
      *TEMPO NA ESTRADA POR ESTAFETA E PONTUALIDADE DOS PROGRAMADOS
      *FACE À HORA PROMETIDA, COM A LISTA DOS QUE SAÍRAM FORA DE
      *HORAS. SÓ CONTAM AS FASES COM AS DUAS HORAS REGISTADAS.
       RELATORIO-TEMPOS-SERVICO.
           DISPLAY "----------------------------------------"
           DISPLAY "RELATÓRIO DE TEMPOS DE SERVIÇO - " STRING-DATA
           DISPLAY "Data inicial (AAAAMMDD, 0 = hoje): "
           ACCEPT TMP-DATA-INICIO
           IF TMP-DATA-INICIO = 0
               MOVE DATA-PEDIDO TO TMP-DATA-INICIO
               MOVE DATA-PEDIDO TO TMP-DATA-FIM
           ELSE
               DISPLAY "Data final (AAAAMMDD): "
               ACCEPT TMP-DATA-FIM
               PERFORM UNTIL TMP-DATA-FIM >= TMP-DATA-INICIO
                   DISPLAY "Erro: data final anterior à inicial!"
                   DISPLAY "Data final (AAAAMMDD): "
                   ACCEPT TMP-DATA-FIM
               END-PERFORM
           END-IF
           MOVE ZEROS TO TABELA-FASES-SERVICO
           MOVE ZEROS TO TABELA-ESTRADA-ESTAFETA
           MOVE 0 TO TMP-PEDIDOS
           MOVE 0 TO TMP-SEM-TEMPOS
           MOVE 0 TO TMP-PROG-CONTA
           MOVE 0 TO TMP-PROG-ATRASADOS
           MOVE 0 TO TMP-ATRASO-TOTAL
           MOVE 0 TO TMP-ATRASO-OMITIDOS
           MOVE TMP-DATA-INICIO TO REG-DATA-PEDIDO
           MOVE 0 TO REG-NUMERO-PEDIDO
           START PEDIDOS-FILE KEY IS >= CHAVE-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-START
           PERFORM TEMPOS-PEDIDO-MESTRE
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO > TMP-DATA-FIM
           OPEN INPUT HISTORICO-FILE
           IF STATUS-ARQUIVO-HISTORICO = "35"
               CONTINUE
           ELSE
               PERFORM TEMPOS-PEDIDO-ARQUIVO
                   UNTIL STATUS-ARQUIVO-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
           END-IF
           DISPLAY "Período: " TMP-DATA-INICIO " a " TMP-DATA-FIM
           DISPLAY "Pedidos no período: " TMP-PEDIDOS
           IF TMP-SEM-TEMPOS > 0
               DISPLAY "Aviso: " TMP-SEM-TEMPOS " pedido(s) sem "
                       "registo de tempos, fora das médias."
           END-IF
           DISPLAY "Tempos por fase (minutos):"
           MOVE 1 TO TMP-FASE-ATUAL
           PERFORM UNTIL TMP-FASE-ATUAL > 4
               PERFORM MOSTRAR-FASE-SERVICO
               ADD 1 TO TMP-FASE-ATUAL
           END-PERFORM
           DISPLAY "Tempo na estrada por estafeta (minutos):"
           MOVE 1 TO TMP-INDICE
           PERFORM UNTIL TMP-INDICE > 9
               IF TMP-EST-CONTA(TMP-INDICE) > 0
                   PERFORM MOSTRAR-ESTRADA-ESTAFETA
               END-IF
               ADD 1 TO TMP-INDICE
           END-PERFORM
           IF TMP-FASE-CONTA(4) = 0
               DISPLAY "  Sem entregas com tempos registados."
           END-IF
           PERFORM MOSTRAR-PONTUALIDADE-PROG
           DISPLAY "----------------------------------------".

       TEMPOS-PEDIDO-MESTRE.
           READ PEDIDOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-READ
           IF STATUS-ARQUIVO-PEDIDOS = "00"
                   AND REG-DATA-PEDIDO <= TMP-DATA-FIM
               PERFORM TEMPOS-PEDIDO-COMUM
           END-IF.

       TEMPOS-PEDIDO-ARQUIVO.
           READ HISTORICO-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-HISTORICO
           END-READ
           IF STATUS-ARQUIVO-HISTORICO = "00"
               MOVE REG-HISTORICO TO REG-PEDIDO
               IF REG-DATA-PEDIDO >= TMP-DATA-INICIO
                       AND REG-DATA-PEDIDO <= TMP-DATA-FIM
                   PERFORM TEMPOS-PEDIDO-COMUM
               END-IF
           END-IF.

      *OS ANULADOS NÃO CONTAM. REGISTOS ANTERIORES AO REGISTO DE
      *TEMPOS (GRUPO EM BRANCO) SÓ ENTRAM NA CONTAGEM DE PEDIDOS.
       TEMPOS-PEDIDO-COMUM.
           IF REG-ESTADO-DOC NOT = "C"
               ADD 1 TO TMP-PEDIDOS
               IF REG-TEMPOS-ESTADO IS NOT NUMERIC
                   ADD 1 TO TMP-SEM-TEMPOS
               ELSE
                   IF REG-HORA-RECEBIDO = 0
                       MOVE REG-HORA-PEDIDO TO REG-HORA-RECEBIDO
                   END-IF
                   PERFORM APURAR-FASES-PEDIDO
               END-IF
           END-IF.

       APURAR-FASES-PEDIDO.
           IF REG-HORA-PROMETIDA = 0 AND REG-HORA-PREPARACAO > 0
               MOVE REG-HORA-RECEBIDO TO TMP-HORA-DE
               MOVE REG-HORA-PREPARACAO TO TMP-HORA-ATE
               MOVE 1 TO TMP-FASE-ATUAL
               PERFORM ACUMULAR-FASE-SERVICO
           END-IF
           IF REG-HORA-PREPARACAO > 0 AND REG-HORA-PRONTO > 0
               MOVE REG-HORA-PREPARACAO TO TMP-HORA-DE
               MOVE REG-HORA-PRONTO TO TMP-HORA-ATE
               MOVE 2 TO TMP-FASE-ATUAL
               PERFORM ACUMULAR-FASE-SERVICO
           END-IF
           IF REG-HORA-PRONTO > 0 AND REG-HORA-SAIDA > 0
               MOVE REG-HORA-PRONTO TO TMP-HORA-DE
               MOVE REG-HORA-SAIDA TO TMP-HORA-ATE
               MOVE 3 TO TMP-FASE-ATUAL
               PERFORM ACUMULAR-FASE-SERVICO
           END-IF
           IF REG-HORA-SAIDA > 0 AND REG-HORA-ENTREGUE > 0
               MOVE REG-HORA-SAIDA TO TMP-HORA-DE
               MOVE REG-HORA-ENTREGUE TO TMP-HORA-ATE
               MOVE 4 TO TMP-FASE-ATUAL
               PERFORM ACUMULAR-FASE-SERVICO
               PERFORM ACUMULAR-ESTRADA-ESTAFETA
           END-IF
           IF REG-HORA-PROMETIDA > 0
               PERFORM VERIFICAR-PONTUALIDADE-PROG
           END-IF.

       ACUMULAR-FASE-SERVICO.
           PERFORM CALCULAR-DURACAO-SERVICO
           ADD 1 TO TMP-FASE-CONTA(TMP-FASE-ATUAL)
           ADD TMP-DURACAO TO TMP-FASE-SOMA(TMP-FASE-ATUAL)
           IF TMP-DURACAO > TMP-FASE-PIOR(TMP-FASE-ATUAL)
                   OR TMP-FASE-CONTA(TMP-FASE-ATUAL) = 1
               MOVE TMP-DURACAO TO TMP-FASE-PIOR(TMP-FASE-ATUAL)
               MOVE REG-DATA-PEDIDO
                    TO TMP-FASE-PIOR-DATA(TMP-FASE-ATUAL)
               MOVE REG-NUMERO-PEDIDO
                    TO TMP-FASE-PIOR-NUM(TMP-FASE-ATUAL)
           END-IF.

       ACUMULAR-ESTRADA-ESTAFETA.
           EVALUATE TRUE
               WHEN REG-ESTAFETA-PEDIDO < 1
               WHEN REG-ESTAFETA-PEDIDO > 9
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO TMP-EST-CONTA(REG-ESTAFETA-PEDIDO)
                   ADD TMP-DURACAO TO TMP-EST-SOMA(REG-ESTAFETA-PEDIDO)
                   IF TMP-DURACAO > TMP-EST-PIOR(REG-ESTAFETA-PEDIDO)
                       MOVE TMP-DURACAO
                            TO TMP-EST-PIOR(REG-ESTAFETA-PEDIDO)
                   END-IF
           END-EVALUATE.

      *MINUTOS ENTRE TMP-HORA-DE E TMP-HORA-ATE (HHMMSS). UMA HORA
      *FINAL ANTERIOR À INICIAL É PASSAGEM DA MEIA-NOITE.
       CALCULAR-DURACAO-SERVICO.
           MOVE TMP-HORA-DE TO TMP-HORA-SPLIT
           COMPUTE TMP-MINUTOS-DE = TMP-HH * 60 + TMP-MM
           MOVE TMP-HORA-ATE TO TMP-HORA-SPLIT
           COMPUTE TMP-MINUTOS-ATE = TMP-HH * 60 + TMP-MM
           COMPUTE TMP-DURACAO = TMP-MINUTOS-ATE - TMP-MINUTOS-DE
           IF TMP-DURACAO < 0
               ADD 1440 TO TMP-DURACAO
           END-IF.

      *UM PROGRAMADO DE ENTREGA CUMPRE SE FOI ENTREGUE ATÉ À HORA
      *PROMETIDA; OS DE BALCÃO E MESA SE ESTAVAM PRONTOS A ESSA HORA.
      *MAIS DE 12 HORAS "DE ATRASO" É, NA VERDADE, ADIANTAMENTO DE
      *UM PEDIDO QUE FICOU PRONTO ANTES DA MEIA-NOITE.
       VERIFICAR-PONTUALIDADE-PROG.
           IF REG-TIPO-PEDIDO = 2
               MOVE REG-HORA-ENTREGUE TO TMP-HORA-FIM-PROG
           ELSE
               MOVE REG-HORA-PRONTO TO TMP-HORA-FIM-PROG
           END-IF
           IF TMP-HORA-FIM-PROG > 0
               ADD 1 TO TMP-PROG-CONTA
               MOVE REG-HORA-PROMETIDA TO TMP-HORA-DE
               MOVE TMP-HORA-FIM-PROG TO TMP-HORA-ATE
               PERFORM CALCULAR-DURACAO-SERVICO
               IF TMP-DURACAO > 720
                   SUBTRACT 1440 FROM TMP-DURACAO
               END-IF
               IF TMP-DURACAO > TOLERANCIA-PROGRAMADO
                   PERFORM GUARDAR-PROGRAMADO-ATRASADO
               END-IF
           END-IF.

       GUARDAR-PROGRAMADO-ATRASADO.
           ADD 1 TO TMP-PROG-ATRASADOS
           IF TMP-ATRASO-TOTAL >= 30
               ADD 1 TO TMP-ATRASO-OMITIDOS
           ELSE
               ADD 1 TO TMP-ATRASO-TOTAL
               MOVE REG-DATA-PEDIDO TO TMP-ATR-DATA(TMP-ATRASO-TOTAL)
               MOVE REG-NUMERO-PEDIDO
                    TO TMP-ATR-NUMERO(TMP-ATRASO-TOTAL)
               MOVE REG-TIPO-PEDIDO TO TMP-ATR-TIPO(TMP-ATRASO-TOTAL)
               MOVE REG-HORA-PROMETIDA
                    TO TMP-ATR-PROMETIDA(TMP-ATRASO-TOTAL)
               MOVE TMP-HORA-FIM-PROG TO TMP-ATR-REAL(TMP-ATRASO-TOTAL)
               MOVE TMP-DURACAO TO TMP-ATR-MINUTOS(TMP-ATRASO-TOTAL)
           END-IF.

       MOSTRAR-FASE-SERVICO.
           EVALUATE TMP-FASE-ATUAL
               WHEN 1 MOVE "Espera na cozinha   " TO TMP-NOME-FASE
               WHEN 2 MOVE "Preparação          " TO TMP-NOME-FASE
               WHEN 3 MOVE "Espera por estafeta " TO TMP-NOME-FASE
               WHEN 4 MOVE "Na estrada          " TO TMP-NOME-FASE
           END-EVALUATE
           IF TMP-FASE-CONTA(TMP-FASE-ATUAL) = 0
               DISPLAY "  " TMP-NOME-FASE ": sem registos"
           ELSE
               COMPUTE TMP-MEDIA ROUNDED =
                   TMP-FASE-SOMA(TMP-FASE-ATUAL)
                   / TMP-FASE-CONTA(TMP-FASE-ATUAL)
               MOVE TMP-MEDIA TO TMP-MEDIA-ED
               MOVE TMP-FASE-PIOR(TMP-FASE-ATUAL) TO TMP-PIOR-ED
               MOVE TMP-FASE-CONTA(TMP-FASE-ATUAL) TO TMP-CONTA-ED
               DISPLAY "  " TMP-NOME-FASE ":" TMP-CONTA-ED
                       " pedido(s), média" TMP-MEDIA-ED
                       ", pior" TMP-PIOR-ED
               DISPLAY "      (pior: pedido "
                       TMP-FASE-PIOR-NUM(TMP-FASE-ATUAL) " de "
                       TMP-FASE-PIOR-DATA(TMP-FASE-ATUAL) ")"
           END-IF.

       MOSTRAR-ESTRADA-ESTAFETA.
           COMPUTE TMP-MEDIA ROUNDED =
               TMP-EST-SOMA(TMP-INDICE) / TMP-EST-CONTA(TMP-INDICE)
           MOVE TMP-MEDIA TO TMP-MEDIA-ED
           MOVE TMP-EST-PIOR(TMP-INDICE) TO TMP-PIOR-ED
           MOVE TMP-EST-CONTA(TMP-INDICE) TO TMP-CONTA-ED
           DISPLAY "  " TMP-INDICE " " NOME-ESTAFETA(TMP-INDICE) ":"
                   TMP-CONTA-ED " entrega(s), média" TMP-MEDIA-ED
                   ", pior" TMP-PIOR-ED.

       MOSTRAR-PONTUALIDADE-PROG.
           DISPLAY "Pedidos programados medidos: " TMP-PROG-CONTA
           IF TMP-PROG-CONTA > 0
               DISPLAY "Fora de horas (mais de " TOLERANCIA-PROGRAMADO
                       " min): " TMP-PROG-ATRASADOS
           END-IF
           MOVE 1 TO TMP-INDICE
           PERFORM UNTIL TMP-INDICE > TMP-ATRASO-TOTAL
               PERFORM MOSTRAR-PROGRAMADO-ATRASADO
               ADD 1 TO TMP-INDICE
           END-PERFORM
           IF TMP-ATRASO-OMITIDOS > 0
               DISPLAY "Aviso: limite de 30 atrasados atingido, "
                       TMP-ATRASO-OMITIDOS " pedido(s) não mostrados."
           END-IF.

       MOSTRAR-PROGRAMADO-ATRASADO.
           MOVE TMP-ATR-PROMETIDA(TMP-INDICE) TO HORA-PROMETIDA-SPLIT
           MOVE TMP-ATR-REAL(TMP-INDICE) TO TMP-HORA-SPLIT
           MOVE TMP-ATR-MINUTOS(TMP-INDICE) TO TMP-PIOR-ED
           EVALUATE TMP-ATR-TIPO(TMP-INDICE)
               WHEN 2 MOVE "Entrega" TO TMP-NOME-FASE
               WHEN 3 MOVE "Mesa" TO TMP-NOME-FASE
               WHEN OTHER MOVE "Balcão" TO TMP-NOME-FASE
           END-EVALUATE
           DISPLAY "  " TMP-ATR-DATA(TMP-INDICE) " Pedido "
                   TMP-ATR-NUMERO(TMP-INDICE) " " TMP-NOME-FASE
           DISPLAY "      prometido " PROM-HH ":" PROM-MM
                   ", real " TMP-HH ":" TMP-MM " -"
                   TMP-PIOR-ED " min de atraso".

      *ANÁLISE DE VENDAS DE UM DIA OU DE UM PERÍODO, SOBRE O MESTRE E
      *O HISTÓRICO: PEDIDOS E VENDAS POR HORA E POR DIA DA SEMANA,
      *SEPARADOS POR CANAL, PIZZAS DA EMENTA E ARTIGOS EXTRA MAIS E
      *MENOS VENDIDOS E COMPARAÇÃO COM O MESMO PERÍODO DO ANO
      *ANTERIOR. O QUE SAI NO ECRÃ VAI TAMBÉM PARA O FICHEIRO
      *ANALVEND. NÃO CONTAM OS ANULADOS NEM AS CONTAS DE MESA AINDA
      *ABERTAS; AS VENDAS SÃO O TOTAL FATURADO, COM I.V.A.
       ANALISE-VENDAS.
           DISPLAY "----------------------------------------"
           DISPLAY "ANÁLISE DE VENDAS - " STRING-DATA
           DISPLAY "Data inicial (AAAAMMDD, 0 = hoje): "
           ACCEPT ANV-DATA-INICIO
           IF ANV-DATA-INICIO = 0
               MOVE DATA-PEDIDO TO ANV-DATA-INICIO
               MOVE DATA-PEDIDO TO ANV-DATA-FIM
           ELSE
               DISPLAY "Data final (AAAAMMDD): "
               ACCEPT ANV-DATA-FIM
               PERFORM UNTIL ANV-DATA-FIM >= ANV-DATA-INICIO
                   DISPLAY "Erro: data final anterior à inicial!"
                   DISPLAY "Data final (AAAAMMDD): "
                   ACCEPT ANV-DATA-FIM
               END-PERFORM
           END-IF
           COMPUTE ANV-ANT-INICIO = ANV-DATA-INICIO - 10000
           COMPUTE ANV-ANT-FIM = ANV-DATA-FIM - 10000
           MOVE ZEROS TO TABELA-ANALISE-VENDAS
           MOVE 0 TO ANV-MONTE-QTD
           MOVE 0 TO ANV-MONTE-VALOR
           MOVE ANV-ANT-INICIO TO REG-DATA-PEDIDO
           MOVE 0 TO REG-NUMERO-PEDIDO
           START PEDIDOS-FILE KEY IS >= CHAVE-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-START
           PERFORM ANALISE-PEDIDO-MESTRE
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO > ANV-DATA-FIM
           OPEN INPUT HISTORICO-FILE
           IF STATUS-ARQUIVO-HISTORICO = "35"
               CONTINUE
           ELSE
               PERFORM ANALISE-PEDIDO-ARQUIVO
                   UNTIL STATUS-ARQUIVO-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
           END-IF
           MOVE 0 TO ANV-LINHAS-CSV
           OPEN OUTPUT ANALVEND-FILE
           IF STATUS-ARQUIVO-ANALVEND = "00"
               MOVE "S" TO ANV-CSV-ABERTO
           ELSE
               MOVE "N" TO ANV-CSV-ABERTO
               DISPLAY "Erro: não foi possível criar ANALVEND!"
           END-IF
           MOVE SPACES TO ANV-LINHA-CSV
           STRING "ANALISE DE VENDAS;" DELIMITED BY SIZE
                  ANV-DATA-INICIO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ANV-DATA-FIM DELIMITED BY SIZE
                  ";ANO ANTERIOR;" DELIMITED BY SIZE
                  ANV-ANT-INICIO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ANV-ANT-FIM DELIMITED BY SIZE
                  INTO ANV-LINHA-CSV
           PERFORM GRAVAR-LINHA-ANALISE
           DISPLAY "Período: " ANV-DATA-INICIO " a " ANV-DATA-FIM
           MOVE ANV-CANAL-VALOR(5) TO ANV-VALOR-ED
           DISPLAY "Pedidos no período: " ANV-CANAL-QTD(5)
                   "  Vendas: " ANV-VALOR-ED " EUR"
           IF ANV-CANAL-QTD(5) > 0
               PERFORM MOSTRAR-FAIXAS-ANALISE
               PERFORM MOSTRAR-ITENS-ANALISE
           END-IF
           PERFORM MOSTRAR-COMPARACAO-ANALISE
           IF ANV-CSV-ABERTO = "S"
               CLOSE ANALVEND-FILE
               DISPLAY ANV-LINHAS-CSV " linha(s) gravada(s) em "
                       "ANALVEND."
               MOVE SPACES TO EVENTO-AUDITORIA
               STRING "ANALISE DE VENDAS " DELIMITED BY SIZE
                      ANV-DATA-INICIO DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      ANV-DATA-FIM DELIMITED BY SIZE
                      INTO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
           END-IF
           DISPLAY "----------------------------------------".

      *O MESTRE LÊ-SE A PARTIR DO INÍCIO DO PERÍODO DO ANO ANTERIOR,
      *QUE PODE AINDA NÃO TER IDO PARA O ARQUIVO.
       ANALISE-PEDIDO-MESTRE.
           READ PEDIDOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-READ
           IF STATUS-ARQUIVO-PEDIDOS = "00"
                   AND REG-DATA-PEDIDO <= ANV-DATA-FIM
               PERFORM ANALISE-PEDIDO-COMUM
           END-IF.

       ANALISE-PEDIDO-ARQUIVO.
           READ HISTORICO-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-HISTORICO
           END-READ
           IF STATUS-ARQUIVO-HISTORICO = "00"
               MOVE REG-HISTORICO TO REG-PEDIDO
               PERFORM ANALISE-PEDIDO-COMUM
           END-IF.

      *OS PEDIDOS ANTERIORES AO REGISTO DA ORIGEM (CAMPO EM BRANCO)
      *CONTAM NO CANAL DO TIPO DE PEDIDO, MESMO QUE TENHAM VINDO DO
      *SITE.
       ANALISE-PEDIDO-COMUM.
           IF REG-ESTADO-DOC NOT = "C" AND REG-ESTADO-DOC NOT = "M"
               EVALUATE TRUE
                   WHEN REG-ORIGEM-PEDIDO = "S"
                       MOVE 4 TO ANV-CANAL-PEDIDO
                   WHEN REG-TIPO-PEDIDO = 2
                       MOVE 2 TO ANV-CANAL-PEDIDO
                   WHEN REG-TIPO-PEDIDO = 3
                       MOVE 3 TO ANV-CANAL-PEDIDO
                   WHEN OTHER
                       MOVE 1 TO ANV-CANAL-PEDIDO
               END-EVALUATE
               IF REG-DATA-PEDIDO >= ANV-DATA-INICIO
                       AND REG-DATA-PEDIDO <= ANV-DATA-FIM
                   PERFORM ACUMULAR-ANALISE-VENDAS
               END-IF
               IF REG-DATA-PEDIDO >= ANV-ANT-INICIO
                       AND REG-DATA-PEDIDO <= ANV-ANT-FIM
                   ADD 1 TO ANV-ANTERIOR-QTD(ANV-CANAL-PEDIDO)
                   ADD REG-TOTAL-FINAL-CALC
                       TO ANV-ANTERIOR-VALOR(ANV-CANAL-PEDIDO)
                   ADD 1 TO ANV-ANTERIOR-QTD(5)
                   ADD REG-TOTAL-FINAL-CALC TO ANV-ANTERIOR-VALOR(5)
               END-IF
           END-IF.

      *O NÚMERO DO DIA DIVIDIDO POR 7 DÁ RESTO 0 À SEGUNDA-FEIRA.
       ACUMULAR-ANALISE-VENDAS.
           ADD 1 TO ANV-CANAL-QTD(ANV-CANAL-PEDIDO)
           ADD REG-TOTAL-FINAL-CALC TO ANV-CANAL-VALOR(ANV-CANAL-PEDIDO)
           ADD 1 TO ANV-CANAL-QTD(5)
           ADD REG-TOTAL-FINAL-CALC TO ANV-CANAL-VALOR(5)
           DIVIDE REG-HORA-PEDIDO BY 10000 GIVING ANV-HORA-PEDIDO
           IF ANV-HORA-PEDIDO > 23
               MOVE 23 TO ANV-HORA-PEDIDO
           END-IF
           COMPUTE ANV-FAIXA-IND = ANV-HORA-PEDIDO + 1
           PERFORM ACUMULAR-FAIXA-ANALISE
           MOVE REG-DATA-PEDIDO TO DIA-DATA-ENTRADA
           PERFORM CALCULAR-NUMERO-DIA
           DIVIDE DIA-NUMERO BY 7 GIVING ANV-QUOCIENTE
               REMAINDER ANV-DIA-SEMANA
           COMPUTE ANV-FAIXA-IND = ANV-DIA-SEMANA + 25
           PERFORM ACUMULAR-FAIXA-ANALISE
           MOVE 1 TO CONTADOR-PIZZA
           PERFORM UNTIL CONTADOR-PIZZA > REG-NUM-PIZZAS
               IF REG-CODIGO-EMENTA(CONTADOR-PIZZA) >= 1
                       AND REG-CODIGO-EMENTA(CONTADOR-PIZZA) <= 10
                   MOVE REG-CODIGO-EMENTA(CONTADOR-PIZZA) TO ANV-INDICE
                   ADD 1 TO ANV-ITEM-QTD(1, ANV-INDICE)
                   ADD REG-PRECO-PIZZA(CONTADOR-PIZZA)
                       TO ANV-ITEM-VALOR(1, ANV-INDICE)
               ELSE
                   ADD 1 TO ANV-MONTE-QTD
                   ADD REG-PRECO-PIZZA(CONTADOR-PIZZA)
                       TO ANV-MONTE-VALOR
                   MOVE 1 TO CONTADOR-ING
                   PERFORM UNTIL
                           CONTADOR-ING > REG-NUM-ING(CONTADOR-PIZZA)
                       ADD REG-PRECO-ING(CONTADOR-PIZZA, CONTADOR-ING)
                           TO ANV-MONTE-VALOR
                       ADD 1 TO CONTADOR-ING
                   END-PERFORM
               END-IF
               ADD 1 TO CONTADOR-PIZZA
           END-PERFORM
           MOVE 1 TO CONTADOR-ARTIGO
           PERFORM UNTIL CONTADOR-ARTIGO > REG-NUM-ARTIGOS
               IF REG-CODIGO-ARTIGO(CONTADOR-ARTIGO) >= 1
                       AND REG-CODIGO-ARTIGO(CONTADOR-ARTIGO) <= 10
                   MOVE REG-CODIGO-ARTIGO(CONTADOR-ARTIGO)
                        TO ANV-INDICE
                   IF REG-TIPO-ARTIGO(CONTADOR-ARTIGO) NOT = "B"
                       ADD 10 TO ANV-INDICE
                   END-IF
                   ADD 1 TO ANV-ITEM-QTD(2, ANV-INDICE)
                   ADD REG-PRECO-ARTIGO(CONTADOR-ARTIGO)
                       TO ANV-ITEM-VALOR(2, ANV-INDICE)
               END-IF
               ADD 1 TO CONTADOR-ARTIGO
           END-PERFORM.

       ACUMULAR-FAIXA-ANALISE.
           ADD 1 TO ANV-FAIXA-QTD(ANV-FAIXA-IND, ANV-CANAL-PEDIDO)
           ADD REG-TOTAL-FINAL-CALC
               TO ANV-FAIXA-VALOR(ANV-FAIXA-IND, ANV-CANAL-PEDIDO)
           ADD 1 TO ANV-FAIXA-QTD(ANV-FAIXA-IND, 5)
           ADD REG-TOTAL-FINAL-CALC
               TO ANV-FAIXA-VALOR(ANV-FAIXA-IND, 5).

      *AS HORAS SEM PEDIDOS NÃO SAEM; OS DIAS DA SEMANA SAEM TODOS.
       MOSTRAR-FAIXAS-ANALISE.
           MOVE SPACES TO ANV-LINHA-CSV
           STRING "SECCAO;FAIXA;BALCAO QTD;BALCAO EUR;ENTREGA QTD;"
                  DELIMITED BY SIZE
                  "ENTREGA EUR;MESA QTD;MESA EUR;SITE QTD;SITE EUR;"
                  DELIMITED BY SIZE
                  "TOTAL QTD;TOTAL EUR" DELIMITED BY SIZE
                  INTO ANV-LINHA-CSV
           PERFORM GRAVAR-LINHA-ANALISE
           DISPLAY "Pedidos por hora e canal:"
           DISPLAY "  Hora       Balcão  Entr.   Mesa   Site  Total"
                   "         EUR"
           MOVE "HORA" TO ANV-SECCAO-CSV
           MOVE 1 TO ANV-FAIXA-IND
           PERFORM UNTIL ANV-FAIXA-IND > 24
               IF ANV-FAIXA-QTD(ANV-FAIXA-IND, 5) > 0
                   COMPUTE ANV-HORA-PEDIDO = ANV-FAIXA-IND - 1
                   MOVE ANV-FAIXA-IND TO ANV-HORA-FIM
                   MOVE SPACES TO ANV-ROTULO
                   STRING ANV-HORA-PEDIDO DELIMITED BY SIZE
                          "h-" DELIMITED BY SIZE
                          ANV-HORA-FIM DELIMITED BY SIZE
                          "h" DELIMITED BY SIZE
                          INTO ANV-ROTULO
                   PERFORM MOSTRAR-FAIXA-ANALISE
               END-IF
               ADD 1 TO ANV-FAIXA-IND
           END-PERFORM
           DISPLAY "Pedidos por dia da semana e canal:"
           DISPLAY "  Dia        Balcão  Entr.   Mesa   Site  Total"
                   "         EUR"
           MOVE "DIA" TO ANV-SECCAO-CSV
           MOVE 25 TO ANV-FAIXA-IND
           PERFORM UNTIL ANV-FAIXA-IND > 31
               COMPUTE ANV-DIA-SEMANA = ANV-FAIXA-IND - 24
               EVALUATE ANV-DIA-SEMANA
                   WHEN 1 MOVE "Segunda" TO ANV-ROTULO
                   WHEN 2 MOVE "Terça"   TO ANV-ROTULO
                   WHEN 3 MOVE "Quarta"  TO ANV-ROTULO
                   WHEN 4 MOVE "Quinta"  TO ANV-ROTULO
                   WHEN 5 MOVE "Sexta"   TO ANV-ROTULO
                   WHEN 6 MOVE "Sábado"  TO ANV-ROTULO
                   WHEN OTHER MOVE "Domingo" TO ANV-ROTULO
               END-EVALUATE
               PERFORM MOSTRAR-FAIXA-ANALISE
               ADD 1 TO ANV-FAIXA-IND
           END-PERFORM.

       MOSTRAR-FAIXA-ANALISE.
           MOVE ANV-FAIXA-VALOR(ANV-FAIXA-IND, 5) TO ANV-VALOR-ED
           DISPLAY "  " ANV-ROTULO " "
                   ANV-FAIXA-QTD(ANV-FAIXA-IND, 1) " "
                   ANV-FAIXA-QTD(ANV-FAIXA-IND, 2) " "
                   ANV-FAIXA-QTD(ANV-FAIXA-IND, 3) " "
                   ANV-FAIXA-QTD(ANV-FAIXA-IND, 4) " "
                   ANV-FAIXA-QTD(ANV-FAIXA-IND, 5) " "
                   ANV-VALOR-ED
           MOVE 1 TO ANV-CANAL-IND
           PERFORM UNTIL ANV-CANAL-IND > 5
               MOVE ANV-FAIXA-QTD(ANV-FAIXA-IND, ANV-CANAL-IND)
                    TO ANV-COL-QTD(ANV-CANAL-IND)
               MOVE ANV-FAIXA-VALOR(ANV-FAIXA-IND, ANV-CANAL-IND)
                    TO ANV-COL-VALOR(ANV-CANAL-IND)
               ADD 1 TO ANV-CANAL-IND
           END-PERFORM
           MOVE SPACES TO ANV-LINHA-CSV
           STRING ANV-SECCAO-CSV DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ANV-ROTULO DELIMITED BY SPACE
                  ANV-COLUNAS-CSV DELIMITED BY SIZE
                  INTO ANV-LINHA-CSV
           PERFORM GRAVAR-LINHA-ANALISE.

      *OS MAIS VENDIDOS SÓ CONTAM ARTIGOS COM VENDAS; OS MENOS
      *VENDIDOS SÃO OS QUE ESTÃO À VENDA (MESMO SEM NENHUMA VENDA NO
      *PERÍODO) E AINDA NÃO SAÍRAM ENTRE OS MAIS VENDIDOS. NO
      *FICHEIRO SAEM TODOS OS ARTIGOS À VENDA OU COM VENDAS.
       MOSTRAR-ITENS-ANALISE.
           MOVE "SECCAO;ARTIGO;QTD;EUR" TO ANV-LINHA-CSV
           PERFORM GRAVAR-LINHA-ANALISE
           DISPLAY "Pizzas da ementa:"
           MOVE 1 TO ANV-LISTA-ATUAL
           MOVE 10 TO ANV-ITENS
           PERFORM CLASSIFICAR-ITENS-ANALISE
           PERFORM GRAVAR-ITENS-ANALISE
           IF ANV-MONTE-QTD > 0
               MOVE ANV-MONTE-VALOR TO ANV-VALOR-ED
               DISPLAY "  Monte a sua (fora da ementa): "
                       ANV-MONTE-QTD " un., " ANV-VALOR-ED " EUR"
               MOVE ANV-MONTE-QTD TO ANV-QTD-CSV
               MOVE ANV-MONTE-VALOR TO ANV-VALOR-CSV
               MOVE SPACES TO ANV-LINHA-CSV
               STRING "PIZZA;Monte a sua;" DELIMITED BY SIZE
                      ANV-QTD-CSV DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      ANV-VALOR-CSV DELIMITED BY SIZE
                      INTO ANV-LINHA-CSV
               PERFORM GRAVAR-LINHA-ANALISE
           END-IF
           DISPLAY "Bebidas e sobremesas:"
           MOVE 2 TO ANV-LISTA-ATUAL
           MOVE 20 TO ANV-ITENS
           PERFORM CLASSIFICAR-ITENS-ANALISE
           PERFORM GRAVAR-ITENS-ANALISE.

       CLASSIFICAR-ITENS-ANALISE.
           MOVE 1 TO ANV-INDICE
           PERFORM UNTIL ANV-INDICE > ANV-ITENS
               MOVE "N" TO ANV-ITEM-USADO(ANV-LISTA-ATUAL, ANV-INDICE)
               ADD 1 TO ANV-INDICE
           END-PERFORM
           DISPLAY "  Mais vendidos:"
           MOVE 1 TO ANV-POSICAO
           PERFORM UNTIL ANV-POSICAO > ANV-POSICOES
               MOVE 0 TO ANV-MELHOR
               MOVE 1 TO ANV-INDICE
               PERFORM PROCURAR-MAIS-VENDIDO
                   UNTIL ANV-INDICE > ANV-ITENS
               IF ANV-MELHOR > 0
                   PERFORM MOSTRAR-ITEM-ANALISE
               END-IF
               ADD 1 TO ANV-POSICAO
           END-PERFORM
           DISPLAY "  Menos vendidos:"
           MOVE 1 TO ANV-POSICAO
           PERFORM UNTIL ANV-POSICAO > ANV-POSICOES
               MOVE 0 TO ANV-MELHOR
               MOVE 1 TO ANV-INDICE
               PERFORM PROCURAR-MENOS-VENDIDO
                   UNTIL ANV-INDICE > ANV-ITENS
               IF ANV-MELHOR > 0
                   PERFORM MOSTRAR-ITEM-ANALISE
               END-IF
               ADD 1 TO ANV-POSICAO
           END-PERFORM.

       PROCURAR-MAIS-VENDIDO.
           IF ANV-ITEM-USADO(ANV-LISTA-ATUAL, ANV-INDICE) NOT = "S"
                   AND ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-INDICE) > 0
               IF ANV-MELHOR = 0
                   MOVE ANV-INDICE TO ANV-MELHOR
               ELSE
                   IF ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-INDICE) >
                           ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-MELHOR)
                       MOVE ANV-INDICE TO ANV-MELHOR
                   END-IF
               END-IF
           END-IF
           ADD 1 TO ANV-INDICE.

       PROCURAR-MENOS-VENDIDO.
           PERFORM IDENTIFICAR-ITEM-ANALISE
           IF ANV-ITEM-USADO(ANV-LISTA-ATUAL, ANV-INDICE) NOT = "S"
                   AND ANV-ITEM-ATIVO = "S"
               IF ANV-MELHOR = 0
                   MOVE ANV-INDICE TO ANV-MELHOR
               ELSE
                   IF ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-INDICE) <
                           ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-MELHOR)
                       MOVE ANV-INDICE TO ANV-MELHOR
                   END-IF
               END-IF
           END-IF
           ADD 1 TO ANV-INDICE.

       MOSTRAR-ITEM-ANALISE.
           MOVE "S" TO ANV-ITEM-USADO(ANV-LISTA-ATUAL, ANV-MELHOR)
           MOVE ANV-MELHOR TO ANV-INDICE
           PERFORM IDENTIFICAR-ITEM-ANALISE
           MOVE ANV-ITEM-VALOR(ANV-LISTA-ATUAL, ANV-MELHOR)
                TO ANV-VALOR-ED
           DISPLAY "    " ANV-POSICAO ". " ANV-NOME-ITEM ": "
                   ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-MELHOR) " un., "
                   ANV-VALOR-ED " EUR".

      *NOME E SITUAÇÃO (À VENDA OU NÃO) DO ARTIGO ANV-INDICE DA
      *LISTA EM CURSO, COM A SECÇÃO DO FICHEIRO ONDE A LINHA VAI SAIR.
       IDENTIFICAR-ITEM-ANALISE.
           EVALUATE TRUE
               WHEN ANV-LISTA-ATUAL = 1
                   MOVE "PIZZA" TO ANV-SECCAO-CSV
                   MOVE NOME-PIZZA-EMENTA(ANV-INDICE) TO ANV-NOME-ITEM
                   MOVE ATIVO-EMENTA(ANV-INDICE) TO ANV-ITEM-ATIVO
               WHEN ANV-INDICE <= 10
                   MOVE "BEBIDA" TO ANV-SECCAO-CSV
                   MOVE NOME-BEBIDA(ANV-INDICE) TO ANV-NOME-ITEM
                   MOVE ATIVO-BEBIDA(ANV-INDICE) TO ANV-ITEM-ATIVO
               WHEN OTHER
                   MOVE "SOBREMESA" TO ANV-SECCAO-CSV
                   COMPUTE ANV-SUBINDICE = ANV-INDICE - 10
                   MOVE NOME-SOBREMESA(ANV-SUBINDICE) TO ANV-NOME-ITEM
                   MOVE ATIVO-SOBREMESA(ANV-SUBINDICE)
                        TO ANV-ITEM-ATIVO
           END-EVALUATE
           IF ANV-NOME-ITEM = SPACES
               MOVE "(sem nome)" TO ANV-NOME-ITEM
           END-IF.

       GRAVAR-ITENS-ANALISE.
           MOVE 1 TO ANV-INDICE
           PERFORM UNTIL ANV-INDICE > ANV-ITENS
               PERFORM IDENTIFICAR-ITEM-ANALISE
               IF ANV-ITEM-ATIVO = "S"
                       OR ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-INDICE) > 0
                   PERFORM GRAVAR-ITEM-ANALISE
               END-IF
               ADD 1 TO ANV-INDICE
           END-PERFORM.

       GRAVAR-ITEM-ANALISE.
           MOVE ANV-ITEM-QTD(ANV-LISTA-ATUAL, ANV-INDICE)
                TO ANV-QTD-CSV
           MOVE ANV-ITEM-VALOR(ANV-LISTA-ATUAL, ANV-INDICE)
                TO ANV-VALOR-CSV
           MOVE SPACES TO ANV-LINHA-CSV
           STRING ANV-SECCAO-CSV DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ANV-NOME-ITEM DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ANV-QTD-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ANV-VALOR-CSV DELIMITED BY SIZE
                  INTO ANV-LINHA-CSV
           PERFORM GRAVAR-LINHA-ANALISE.

      *COMPARAÇÃO POR CANAL COM AS MESMAS DATAS DO ANO ANTERIOR. A
      *VARIAÇÃO É EM PERCENTAGEM; SEM VENDAS NO ANO ANTERIOR FICA
      *"n/d".
       MOSTRAR-COMPARACAO-ANALISE.
           MOVE SPACES TO ANV-LINHA-CSV
           STRING "SECCAO;CANAL;QTD;EUR;QTD ANO ANTERIOR;"
                  DELIMITED BY SIZE
                  "EUR ANO ANTERIOR;VAR QTD %;VAR EUR %"
                  DELIMITED BY SIZE
                  INTO ANV-LINHA-CSV
           PERFORM GRAVAR-LINHA-ANALISE
           DISPLAY "Comparação com o mesmo período do ano anterior ("
                   ANV-ANT-INICIO " a " ANV-ANT-FIM "):"
           DISPLAY "  Canal        Qtd.     Ant.   Var.%"
                   "         EUR    EUR ant.   Var.%"
           MOVE 1 TO ANV-CANAL-IND
           PERFORM UNTIL ANV-CANAL-IND > 5
               PERFORM MOSTRAR-CANAL-ANALISE
               ADD 1 TO ANV-CANAL-IND
           END-PERFORM.

       MOSTRAR-CANAL-ANALISE.
           EVALUATE ANV-CANAL-IND
               WHEN 1 MOVE "Balcão"  TO ANV-ROTULO
               WHEN 2 MOVE "Entrega" TO ANV-ROTULO
               WHEN 3 MOVE "Mesa"    TO ANV-ROTULO
               WHEN 4 MOVE "Site"    TO ANV-ROTULO
               WHEN OTHER MOVE "Total" TO ANV-ROTULO
           END-EVALUATE
           MOVE ANV-CANAL-QTD(ANV-CANAL-IND) TO ANV-VAR-ATUAL
           MOVE ANV-ANTERIOR-QTD(ANV-CANAL-IND) TO ANV-VAR-ANTERIOR
           PERFORM CALCULAR-VARIACAO-ANALISE
           MOVE ANV-VAR-TEXTO TO ANV-VAR-QTD-TEXTO
           MOVE ANV-CANAL-VALOR(ANV-CANAL-IND) TO ANV-VAR-ATUAL
           MOVE ANV-ANTERIOR-VALOR(ANV-CANAL-IND) TO ANV-VAR-ANTERIOR
           PERFORM CALCULAR-VARIACAO-ANALISE
           MOVE ANV-VAR-TEXTO TO ANV-VAR-VALOR-TEXTO
           MOVE ANV-CANAL-VALOR(ANV-CANAL-IND) TO ANV-VALOR-ED
           MOVE ANV-ANTERIOR-VALOR(ANV-CANAL-IND) TO ANV-ANTERIOR-ED
           DISPLAY "  " ANV-ROTULO " "
                   ANV-CANAL-QTD(ANV-CANAL-IND) "   "
                   ANV-ANTERIOR-QTD(ANV-CANAL-IND) " "
                   ANV-VAR-QTD-TEXTO " " ANV-VALOR-ED " "
                   ANV-ANTERIOR-ED " " ANV-VAR-VALOR-TEXTO
           MOVE ANV-CANAL-QTD(ANV-CANAL-IND) TO ANV-QTD-CSV
           MOVE ANV-CANAL-VALOR(ANV-CANAL-IND) TO ANV-VALOR-CSV
           MOVE ANV-ANTERIOR-QTD(ANV-CANAL-IND) TO ANV-ANT-QTD-CSV
           MOVE ANV-ANTERIOR-VALOR(ANV-CANAL-IND) TO ANV-ANT-VALOR-CSV
           MOVE SPACES TO ANV-LINHA-CSV
           STRING "CANAL;" DELIMITED BY SIZE
                  ANV-ROTULO DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ANV-QTD-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ANV-VALOR-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ANV-ANT-QTD-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ANV-ANT-VALOR-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ANV-VAR-QTD-TEXTO DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ANV-VAR-VALOR-TEXTO DELIMITED BY SPACE
                  INTO ANV-LINHA-CSV
           PERFORM GRAVAR-LINHA-ANALISE.

       CALCULAR-VARIACAO-ANALISE.
           IF ANV-VAR-ANTERIOR = 0
               MOVE "n/d" TO ANV-VAR-TEXTO
           ELSE
               COMPUTE ANV-VARIACAO ROUNDED =
                   (ANV-VAR-ATUAL - ANV-VAR-ANTERIOR) * 100
                   / ANV-VAR-ANTERIOR
               IF ANV-VARIACAO > 9999
                   MOVE 9999 TO ANV-VARIACAO
               END-IF
               MOVE ANV-VARIACAO TO ANV-VARIACAO-ED
               MOVE ANV-VARIACAO-ED TO ANV-VAR-TEXTO
           END-IF.

       GRAVAR-LINHA-ANALISE.
           IF ANV-CSV-ABERTO = "S"
               WRITE REG-ANALVEND FROM ANV-LINHA-CSV
               IF STATUS-ARQUIVO-ANALVEND = "00"
                   ADD 1 TO ANV-LINHAS-CSV
               END-IF
           END-IF.

      *PAINEL COM OS PEDIDOS EM ABERTO DO DIA, COM HORA DE ENTRADA E
      *TEMPO DECORRIDO; ENTREGAS EM ABERTO HÁ DEMASIADO TEMPO SÃO
      *ASSINALADAS PARA NÃO SE PERDEREM NA AZÁFAMA. OS PEDIDOS
      *PROGRAMADOS SAEM NUMA SECÇÃO PRÓPRIA, ORDENADOS PELA HORA
      *PROMETIDA, COM O ATRASO CONTADO A PARTIR DESSA HORA. ANTES DE
      *MOSTRAR O PAINEL, OS TICKETS RETIDOS CUJA HORA SE APROXIMA
      *SÃO LARGADOS PARA A COZINHA.
       PAINEL-PEDIDOS-PENDENTES.
           PERFORM OBTER-DATA-HORA-SISTEMA
           COMPUTE PAINEL-MINUTOS-AGORA = HORA * 60 + MINUTO
           PERFORM LANCAR-TICKETS-PROGRAMADOS
           MOVE 0 TO PAINEL-PENDENTES
           MOVE 0 TO PROG-TOTAL
           MOVE 0 TO PROG-OMITIDOS
           DISPLAY "----------------------------------------"
           DISPLAY "PAINEL DE PEDIDOS PENDENTES - " STRING-DATA
           MOVE DATA-PEDIDO TO REG-DATA-PEDIDO
           MOVE 0 TO REG-NUMERO-PEDIDO
           START PEDIDOS-FILE KEY IS >= CHAVE-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-START
           PERFORM MOSTRAR-PEDIDO-PENDENTE
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO NOT = DATA-PEDIDO
           IF PAINEL-PENDENTES = 0
               DISPLAY "Sem pedidos pendentes."
           END-IF
           IF PROG-TOTAL > 0
               PERFORM MOSTRAR-PEDIDOS-PROGRAMADOS
           END-IF
           IF PROG-OMITIDOS > 0
               DISPLAY "Aviso: limite de 20 programados atingido, "
                       PROG-OMITIDOS " pedido(s) não mostrados."
           END-IF
           DISPLAY "----------------------------------------".

       MOSTRAR-PEDIDO-PENDENTE.
           READ PEDIDOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-READ
           IF STATUS-ARQUIVO-PEDIDOS = "00"
                   AND REG-DATA-PEDIDO = DATA-PEDIDO
                   AND REG-ESTADO-DOC NOT = "C"
                   AND REG-ESTADO-PEDIDO < 5
               IF REG-HORA-PROMETIDA > 0
                   PERFORM GUARDAR-PEDIDO-PROGRAMADO
               ELSE
                   PERFORM MOSTRAR-PENDENTE-NORMAL
               END-IF
           END-IF.

       MOSTRAR-PENDENTE-NORMAL.
           ADD 1 TO PAINEL-PENDENTES
           MOVE REG-HORA-PEDIDO TO PAINEL-HORA-PEDIDO
           COMPUTE PAINEL-MINUTOS-DECORR =
               PAINEL-MINUTOS-AGORA
               - (PAINEL-HORA-HH * 60 + PAINEL-HORA-MM)
           IF PAINEL-MINUTOS-DECORR < 0
               ADD 1440 TO PAINEL-MINUTOS-DECORR
           END-IF
           MOVE PAINEL-MINUTOS-DECORR TO PAINEL-MIN-DECORR-ED
           PERFORM NOMEAR-ESTADO-PEDIDO
           EVALUATE REG-TIPO-PEDIDO
               WHEN 2
                   DISPLAY "  Pedido " REG-NUMERO-PEDIDO
                           " (Entrega) "
                           PAINEL-HORA-HH ":" PAINEL-HORA-MM " - "
                           NOME-ESTADO-PEDIDO " -"
                           PAINEL-MIN-DECORR-ED " min"
                   IF PAINEL-MINUTOS-DECORR > LIMIAR-ENTREGA-ATRASO
                       DISPLAY "    *** ENTREGA EM ATRASO ***"
                   END-IF
               WHEN 3
                   DISPLAY "  Pedido " REG-NUMERO-PEDIDO " (Mesa "
                           REG-NUMERO-MESA ") "
                           PAINEL-HORA-HH ":" PAINEL-HORA-MM " - "
                           NOME-ESTADO-PEDIDO " -"
                           PAINEL-MIN-DECORR-ED " min"
               WHEN OTHER
                   DISPLAY "  Pedido " REG-NUMERO-PEDIDO
                           " (Balcão)  "
                           PAINEL-HORA-HH ":" PAINEL-HORA-MM " - "
                           NOME-ESTADO-PEDIDO " -"
                           PAINEL-MIN-DECORR-ED " min"
           END-EVALUATE.

       GUARDAR-PEDIDO-PROGRAMADO.
           ADD 1 TO PAINEL-PENDENTES
           IF PROG-TOTAL >= 20
               ADD 1 TO PROG-OMITIDOS
           ELSE
               ADD 1 TO PROG-TOTAL
               MOVE REG-NUMERO-PEDIDO TO PROG-NUMERO(PROG-TOTAL)
               MOVE REG-HORA-PROMETIDA TO PROG-HORA(PROG-TOTAL)
               MOVE REG-TIPO-PEDIDO TO PROG-TIPO(PROG-TOTAL)
               MOVE REG-ESTADO-PEDIDO TO PROG-ESTADO(PROG-TOTAL)
               MOVE "N" TO PROG-IMPRESSO(PROG-TOTAL)
           END-IF.

      *SECÇÃO DOS PROGRAMADOS, POR ORDEM CRESCENTE DE HORA PROMETIDA
      *(SELEÇÃO DIRETA, COMO NO RELATÓRIO DE CLIENTES FREQUENTES).
       MOSTRAR-PEDIDOS-PROGRAMADOS.
           DISPLAY "Pedidos programados (por hora prometida):"
           MOVE 1 TO PROG-POSICAO
           PERFORM UNTIL PROG-POSICAO > PROG-TOTAL
               PERFORM SELECIONAR-PROXIMO-PROGRAMADO
               PERFORM MOSTRAR-LINHA-PROGRAMADO
               MOVE "S" TO PROG-IMPRESSO(PROG-MELHOR)
               ADD 1 TO PROG-POSICAO
           END-PERFORM.

       SELECIONAR-PROXIMO-PROGRAMADO.
           MOVE 0 TO PROG-MELHOR
           MOVE 1 TO PROG-INDICE
           PERFORM UNTIL PROG-INDICE > PROG-TOTAL
               IF PROG-IMPRESSO(PROG-INDICE) = "N"
                   IF PROG-MELHOR = 0
                       MOVE PROG-INDICE TO PROG-MELHOR
                   ELSE
                       IF PROG-HORA(PROG-INDICE) <
                               PROG-HORA(PROG-MELHOR)
                           MOVE PROG-INDICE TO PROG-MELHOR
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO PROG-INDICE
           MOVE REG-NUMERO-MESA TO NUMERO-MESA
           MOVE REG-MORADA-ENTREGA TO MORADA-ENTREGA
           MOVE REG-TAXA-ENTREGA-CALC TO TAXA-ENTREGA-CALC
           MOVE REG-ZONA-ENTREGA TO ZONA-ENTREGA
           MOVE REG-ALERGIAS-CLIENTE TO ALERGIAS-PEDIDO
           MOVE REG-ORIGEM-PEDIDO TO ORIGEM-PEDIDO
           MOVE REG-NUM-PIZZAS TO NUM-PIZZAS
           MOVE 1 TO CONTADOR-PIZZA
           PERFORM UNTIL CONTADOR-PIZZA > NUM-PIZZAS
       VALIDAR-ENCOMENDA-WEB.
           MOVE "S" TO WEB-VALIDA
           MOVE SPACES TO WEB-MOTIVO
           MOVE WEB-MORADA TO CP-MORADA
           PERFORM DETERMINAR-ZONA-MORADA
           MOVE "V" TO VALE-SITUACAO
           IF WEB-MODO-PAGAMENTO = 5
               IF WEB-NUMERO-VALE IS NUMERIC
                   MOVE WEB-NUMERO-VALE TO VALE-PESQUISA
                   PERFORM LER-VALE-OFERTA
               ELSE
                   MOVE "I" TO VALE-SITUACAO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WEB-CONTATO = SPACES
                   MOVE "CONTACTO EM FALTA" TO WEB-MOTIVO
                   MOVE "TIPO DE PEDIDO INVALIDO" TO WEB-MOTIVO
               WHEN WEB-TIPO = 2 AND WEB-MORADA = SPACES
                   MOVE "MORADA DE ENTREGA EM FALTA" TO WEB-MOTIVO
               WHEN WEB-TIPO = 2 AND ZONAS-ATIVAS = "S"
                       AND ZONA-CALCULADA = 0
                   MOVE "MORADA FORA DAS ZONAS DE ENTREGA"
                       TO WEB-MOTIVO
               WHEN (WEB-MODO-PAGAMENTO < 1
                       OR WEB-MODO-PAGAMENTO > 3)
                       AND WEB-MODO-PAGAMENTO NOT = 5
                   MOVE "MODO DE PAGAMENTO INVALIDO" TO WEB-MOTIVO
               WHEN VALE-SITUACAO = "I"
                   MOVE "VALE DE OFERTA INEXISTENTE" TO WEB-MOTIVO
               WHEN VALE-SITUACAO = "U"
                   MOVE "VALE DE OFERTA JA UTILIZADO" TO WEB-MOTIVO
               WHEN VALE-SITUACAO = "X"
                   MOVE "VALE DE OFERTA EXPIRADO" TO WEB-MOTIVO
               WHEN WEB-NUM-PIZZAS < 1 OR WEB-NUM-PIZZAS > 5
                   MOVE "NUMERO DE PIZZAS INVALIDO" TO WEB-MOTIVO
               WHEN OTHER
      *STOCK JÁ ABATIDO É DEVOLVIDO AO DIÁRIO.
       REGISTAR-ENCOMENDA-WEB.
           PERFORM LIMPAR-DADOS-PEDIDO
           MOVE "S" TO ORIGEM-PEDIDO
           ADD 1 TO ULTIMO-PEDIDO
           MOVE ULTIMO-PEDIDO TO NUMERO-PEDIDO
           MOVE WEB-CONTATO TO CONTATO-PEDIDO
           MOVE WEB-TIPO TO TIPO-PEDIDO
           MOVE WEB-MORADA TO MORADA-ENTREGA
           IF PEDIDO-ENTREGA
               MOVE WEB-MORADA TO CP-MORADA
               PERFORM DETERMINAR-ZONA-MORADA
               MOVE ZONA-CALCULADA TO ZONA-ENTREGA
               IF ZONA-CALCULADA > 0
                   MOVE TAXA-ZONA(ZONA-CALCULADA) TO TAXA-ENTREGA-CALC
               ELSE
                   MOVE TAXA-ENTREGA TO TAXA-ENTREGA-CALC
               END-IF
           ELSE
               MOVE 0 TO TAXA-ENTREGA-CALC
           END-IF
               MOVE TOTAL-FINAL-CALC TO VALOR-PAGAMENTO-1
               MOVE TOTAL-FINAL-CALC TO VALOR-ENTREGUE
               MOVE 0 TO TROCO-PEDIDO
               IF PAGAMENTO-VALE
                   PERFORM APLICAR-VALE-WEB
               END-IF
               PERFORM GRAVAR-PEDIDO
               PERFORM IMPRIMIR-TICKET-COZINHA
               MOVE "N" TO RECIBO-2-VIA
               PERFORM LIMPAR-DADOS-PEDIDO
           END-IF.

      *O VALE FOI VALIDADO NA LEITURA, MAS OUTRA ENCOMENDA DO MESMO
      *LOTE PODE TER GASTO O SALDO ENTRETANTO. O QUE O VALE NÃO
      *COBRIR PAGA-SE EM DINHEIRO NA ENTREGA OU NO LEVANTAMENTO.
       APLICAR-VALE-WEB.
           MOVE WEB-NUMERO-VALE TO VALE-PESQUISA
           PERFORM LER-VALE-OFERTA
           IF VALE-SITUACAO = "V"
               MOVE VAL-NUMERO TO NUMERO-VALE
               IF VAL-SALDO < TOTAL-FINAL-CALC
                   MOVE VAL-SALDO TO VALOR-VALE
                   MOVE 1 TO MODO-PAGAMENTO-2
                   COMPUTE VALOR-ENTREGUE =
                       TOTAL-FINAL-CALC - VAL-SALDO
               ELSE
                   MOVE TOTAL-FINAL-CALC TO VALOR-VALE
               END-IF
               MOVE VALOR-VALE TO VALOR-PAGAMENTO-1
           ELSE
               MOVE 1 TO MODO-PAGAMENTO
               DISPLAY "Aviso: vale " VALE-PESQUISA " sem saldo - "
                       "encomenda a cobrar em dinheiro."
           END-IF.

      *DEVOLVE AO STOCK (E AO DIÁRIO) OS INGREDIENTES DAS PIZZAS JÁ
      *PREENCHIDAS DE UMA ENCOMENDA WEB QUE FALHOU A MEIO.
       DEVOLVER-STOCK-WEB.
           MOVE ULTIMO-NUMERO-FATURA TO NUMERO-FATURA
           MOVE "A" TO ESTADO-DOC-GRAVAR
           PERFORM CREDITAR-PONTOS-CLIENTE
           PERFORM ABATER-VALE-OFERTA
           MOVE REG-TEMPOS-ESTADO TO TEMPOS-ESTADO-MESA
           PERFORM PREENCHER-REG-PEDIDO
           MOVE TEMPOS-ESTADO-MESA TO REG-TEMPOS-ESTADO
           MOVE 5 TO REG-ESTADO-PEDIDO
           REWRITE REG-PEDIDO
               INVALID KEY
                   DISPLAY "Valor do 1.º pagamento: "
                   ACCEPT VALOR-PAGAMENTO-1
               END-PERFORM
               MOVE 0 TO NUMERO-VALE
               MOVE 0 TO VALOR-VALE
               DISPLAY "[1] Dinheiro  [2] Cartão  [3] MBWay  "
                       "[5] Vale de oferta"
               MOVE "N" TO MODO-PAGAMENTO-VALIDO
               PERFORM UNTIL MODO-PAGAMENTO-VALIDO = "S"
                   DISPLAY "Modo do 1.º pagamento: "
                   ACCEPT MODO-PAGAMENTO
                   MOVE MODO-PAGAMENTO TO MODO-PARTE-MESA
                   MOVE VALOR-PAGAMENTO-1 TO VALE-A-COBRIR
                   PERFORM VALIDAR-MODO-PARTE-MESA
               END-PERFORM
               MOVE "N" TO MODO-PAGAMENTO-VALIDO
               PERFORM UNTIL MODO-PAGAMENTO-VALIDO = "S"
                   DISPLAY "Modo do 2.º pagamento: "
                   ACCEPT MODO-PAGAMENTO-2
                   MOVE MODO-PAGAMENTO-2 TO MODO-PARTE-MESA
                   COMPUTE VALE-A-COBRIR =
                       TOTAL-FINAL-CALC - VALOR-PAGAMENTO-1
                   PERFORM VALIDAR-MODO-PARTE-MESA
               END-PERFORM
               MOVE TOTAL-FINAL-CALC TO VALOR-ENTREGUE
               MOVE 0 TO TROCO-PEDIDO
               PERFORM OBTER-PAGAMENTO
           END-IF.

      *NUMA CONTA DIVIDIDA CADA PARTE PODE SER PAGA COM UM VALE DE
      *OFERTA, DESDE QUE O SALDO CHEGUE PARA ESSA PARTE; SÓ CABE UM
      *VALE POR CONTA. A CONTA CORRENTE NÃO ENTRA NA DIVISÃO.
       VALIDAR-MODO-PARTE-MESA.
           MOVE "N" TO MODO-PAGAMENTO-VALIDO
           EVALUATE TRUE
               WHEN MODO-PARTE-MESA >= 1 AND MODO-PARTE-MESA <= 3
                   MOVE "S" TO MODO-PAGAMENTO-VALIDO
               WHEN MODO-PARTE-MESA = 5 AND NUMERO-VALE NOT = 0
                   DISPLAY "Erro: só um vale de oferta por conta!"
               WHEN MODO-PARTE-MESA = 5
                   PERFORM PEDIR-VALE-OFERTA
                   IF VALE-SITUACAO = "V"
                       IF VAL-SALDO < VALE-A-COBRIR
                           DISPLAY "Erro: o saldo do vale não chega "
                                   "para esta parte!"
                       ELSE
                           MOVE VAL-NUMERO TO NUMERO-VALE
                           MOVE VALE-A-COBRIR TO VALOR-VALE
                           MOVE "S" TO MODO-PAGAMENTO-VALIDO
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Erro: indique 1, 2, 3 ou 5!"
           END-EVALUATE.

      *FOLHA DE ROTA DE UM ESTAFETA: AS MORADAS DOS PEDIDOS DE
      *ENTREGA DO DIA QUE LHE ESTÃO ATRIBUÍDOS E AINDA NA RUA
      *(ESTADO "EM ENTREGA"), ENCAMINHADA À IMPRESSORA DO BALCÃO
                  STRING-DATA DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE 1 TO ROTA-ZONA
           PERFORM UNTIL ROTA-ZONA > 9
               PERFORM LISTAR-ZONA-ROTA
               ADD 1 TO ROTA-ZONA
           END-PERFORM
           MOVE 0 TO ROTA-ZONA
           PERFORM LISTAR-ZONA-ROTA
           IF ROTA-CONTA = 0
               MOVE "Sem entregas atribuídas." TO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
                  INTO EVENTO-AUDITORIA
           PERFORM REGISTAR-AUDITORIA.

      *AS ENTREGAS SAEM AGRUPADAS POR ZONA (UMA PASSAGEM PELO DIA POR
      *ZONA), PARA O ESTAFETA FAZER AS MORADAS DA MESMA ZONA SEGUIDAS;
      *AS ENTREGAS SEM ZONA (AUTORIZADAS FORA DE ZONA) VÊM NO FIM.
       LISTAR-ZONA-ROTA.
           MOVE "N" TO ROTA-CABECALHO
           MOVE DATA-PEDIDO TO REG-DATA-PEDIDO
           MOVE 0 TO REG-NUMERO-PEDIDO
           START PEDIDOS-FILE KEY IS >= CHAVE-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-START
           PERFORM LISTAR-ENTREGA-ROTA
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO NOT = DATA-PEDIDO.

       IMPRIMIR-CABECALHO-ZONA-ROTA.
           MOVE "S" TO ROTA-CABECALHO
           MOVE SPACES TO REG-RECIBO
           IF ROTA-ZONA = 0
               MOVE "SEM ZONA (fora das zonas de entrega)"
                   TO REG-RECIBO
           ELSE
               STRING "ZONA " DELIMITED BY SIZE
                      ROTA-ZONA DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      NOME-ZONA(ROTA-ZONA) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      MINUTOS-ZONA(ROTA-ZONA) DELIMITED BY SIZE
                      " min)" DELIMITED BY SIZE
                      INTO REG-RECIBO
           END-IF
           PERFORM ESCREVER-LINHA-RECIBO.

       LISTAR-ENTREGA-ROTA.
           READ PEDIDOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
                   AND REG-TIPO-PEDIDO = 2
                   AND REG-ESTADO-PEDIDO = 4
                   AND REG-ESTAFETA-PEDIDO = ROTA-ESTAFETA
                   AND REG-ZONA-ENTREGA = ROTA-ZONA
               IF ROTA-CABECALHO = "N"
                   PERFORM IMPRIMIR-CABECALHO-ZONA-ROTA
               END-IF
               ADD 1 TO ROTA-CONTA
               MOVE SPACES TO REG-RECIBO
               STRING "Pedido " DELIMITED BY SIZE
                      INTO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
               IF REG-MODO-PAGAMENTO = 1
                       OR REG-MODO-PAGAMENTO-2 = 1
                   IF REG-MODO-PAGAMENTO-2 = 1
                       COMPUTE ROTA-TOTAL-ED = REG-TOTAL-FINAL-CALC
                               - REG-VALOR-PAGAMENTO-1
                   ELSE
                       MOVE REG-TOTAL-FINAL-CALC TO ROTA-TOTAL-ED
                   END-IF
                   MOVE SPACES TO REG-RECIBO
                   STRING "  A COBRAR (dinheiro): "
                          DELIMITED BY SIZE
           END-REWRITE
           PERFORM DEVOLVER-STOCK-PEDIDO
           PERFORM ESTORNAR-PONTOS-CLIENTE
           PERFORM REPOR-VALE-OFERTA
           PERFORM REPOR-COMPENSACAO-RECLAMACAO
           PERFORM GRAVAR-CONTROLO
           MOVE SPACES TO EVENTO-AUDITORIA
           STRING "PEDIDO ANULADO - NOTA DE CREDITO "
               DIVIDE DATA-PEDIDO BY 100 GIVING ARQ-MES-ATUAL
               DISPLAY "Mês a arquivar (AAAAMM): "
               ACCEPT ARQ-MES
               PERFORM ARQUIVAR-MES-FECHADO
           END-IF.

      *ARQUIVA O MÊS ARQ-MES, QUE TEM DE SER ANTERIOR A ARQ-MES-ATUAL.
       ARQUIVAR-MES-FECHADO.
           IF ARQ-MES >= ARQ-MES-ATUAL
               MOVE 8 TO LOTE-RC-PASSO
               MOVE "Erro: só se arquivam meses já fechados!"
                   TO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               PERFORM ARQUIVAR-FASE-COPIA
               IF ARQ-CONTA-COPIADOS = 0
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "Sem pedidos nesse mês, nada a arquivar."
                          DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               ELSE
                   MOVE "T" TO FASE-ARQUIVO-ATUAL
                   MOVE ARQ-MES TO MES-ARQUIVO-ATUAL
                   PERFORM GRAVAR-CONTROLO
                   PERFORM ARQUIVAR-FASE-TRANSFERE
               END-IF
           END-IF.

               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO > ARQ-DATA-FIM
           CLOSE ARQTMP-FILE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Fase de cópia: " DELIMITED BY SIZE
                  ARQ-CONTA-COPIADOS DELIMITED BY SIZE
                  " pedido(s) copiados para ARQTMP." DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO.

       COPIAR-PEDIDO-ARQTMP.
           READ PEDIDOS-FILE NEXT RECORD
               MOVE REG-PEDIDO TO REG-ARQTMP
               WRITE REG-ARQTMP
               IF STATUS-ARQUIVO-ARQTMP NOT = "00"
                   MOVE 8 TO LOTE-RC-PASSO
                   MOVE "Erro: falha ao gravar em ARQTMP!"
                       TO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               ADD 1 TO ARQ-CONTA-COPIADOS
           END-IF.
           MOVE 0 TO ARQ-CONTA-MOVIDOS
           OPEN INPUT ARQTMP-FILE
           IF STATUS-ARQUIVO-ARQTMP NOT = "00"
               MOVE 8 TO LOTE-RC-PASSO
               MOVE "Erro: ARQTMP em falta, arquivo não retomado!"
                   TO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               OPEN EXTEND HISTORICO-FILE
               IF STATUS-ARQUIVO-HISTORICO = "35"
               MOVE SPACE TO FASE-ARQUIVO-ATUAL
               MOVE 0 TO MES-ARQUIVO-ATUAL
               PERFORM GRAVAR-CONTROLO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Arquivo concluído: " DELIMITED BY SIZE
                      ARQ-CONTA-MOVIDOS DELIMITED BY SIZE
                      " pedido(s) movidos para HISTPED."
                      DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
               MOVE "ARQUIVO DE FIM DE MES EXECUTADO"
                   TO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
                   MOVE REG-ARQTMP TO REG-HISTORICO
                   WRITE REG-HISTORICO
                   IF STATUS-ARQUIVO-HISTORICO NOT = "00"
                       MOVE 8 TO LOTE-RC-PASSO
                       MOVE "Erro: falha ao gravar no histórico!"
                           TO LINHA-RELATORIO
                       PERFORM ESCREVER-LINHA-RELATORIO
                   ELSE
                       DELETE PEDIDOS-FILE RECORD
                       ADD 1 TO ARQ-CONTA-MOVIDOS
               DISPLAY "Data final (AAAAMMDD): "
               ACCEPT EXP-DATA-FIM
           END-PERFORM
           PERFORM GERAR-EXPORTACAO-FATURAS.

      *GRAVA EXPFACT PARA O INTERVALO EXP-DATA-INICIO A EXP-DATA-FIM.
       GERAR-EXPORTACAO-FATURAS.
           MOVE 0 TO EXP-CONTA-DOCS
           MOVE 0 TO EXP-CTRL-LIQUIDO
           MOVE 0 TO EXP-CTRL-DESCONTO
           END-PERFORM
           OPEN OUTPUT EXPORT-FILE
           IF STATUS-ARQUIVO-EXPORT NOT = "00"
               MOVE 8 TO LOTE-RC-PASSO
               MOVE "Erro: não foi possível criar EXPFACT!"
                   TO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               MOVE EXP-DATA-INICIO TO REG-DATA-PEDIDO
               MOVE 0 TO REG-NUMERO-PEDIDO
                   UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                      OR REG-DATA-PEDIDO > EXP-DATA-FIM
               PERFORM EXPORTAR-PEDIDOS-ARQUIVO
               PERFORM EXPORTAR-VENDAS-VALES
               PERFORM EXPORTAR-LINHA-TRAILER
               CLOSE EXPORT-FILE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Exportação concluída: " DELIMITED BY SIZE
                      EXP-CONTA-DOCS DELIMITED BY SIZE
                      " documento(s) em EXPFACT." DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
               MOVE "EXPORTACAO DE FATURAS EMITIDA" TO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
           END-IF.
           PERFORM PREENCHER-IVA-EXPORT
           MOVE REG-TAXA-ENTREGA-CALC TO EXP-TAXA-ENTREGA
           MOVE REG-TOTAL-FINAL-CALC TO EXP-TOTAL-BRUTO
           MOVE 0 TO EXP-NUMERO-VALE
           ADD 1 TO EXP-CONTA-DOCS
           ADD EXP-TOTAL-LIQUIDO TO EXP-CTRL-LIQUIDO
           ADD EXP-TOTAL-DESCONTO TO EXP-CTRL-DESCONTO
           WRITE REG-EXPORT
           IF STATUS-ARQUIVO-EXPORT NOT = "00"
               DISPLAY "Aviso: falha ao gravar linha de exportação!"
               MOVE 8 TO LOTE-RC-PASSO
           END-IF
           IF REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0
               MOVE "VR" TO EXP-TIPO-DOC
               MOVE REG-NUMERO-FATURA TO EXP-NUMERO-DOC
               PERFORM EXPORTAR-LINHA-VALE-PEDIDO
           END-IF.

       EXPORTAR-LINHA-NC.
           PERFORM PREENCHER-IVA-EXPORT
           MOVE REG-TAXA-ENTREGA-CALC TO EXP-TAXA-ENTREGA
           MOVE REG-TOTAL-FINAL-CALC TO EXP-TOTAL-BRUTO
           MOVE 0 TO EXP-NUMERO-VALE
           ADD 1 TO EXP-CONTA-DOCS
           SUBTRACT EXP-TOTAL-LIQUIDO FROM EXP-CTRL-LIQUIDO
           SUBTRACT EXP-TOTAL-DESCONTO FROM EXP-CTRL-DESCONTO
           WRITE REG-EXPORT
           IF STATUS-ARQUIVO-EXPORT NOT = "00"
               DISPLAY "Aviso: falha ao gravar linha de exportação!"
               MOVE 8 TO LOTE-RC-PASSO
           END-IF
           IF REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0
               MOVE "VD" TO EXP-TIPO-DOC
               MOVE REG-NUMERO-NC TO EXP-NUMERO-DOC
               PERFORM EXPORTAR-LINHA-VALE-PEDIDO
           END-IF.

      *LINHA DE VALE DE OFERTA LIGADA A UM DOCUMENTO (VR OU VD): SÓ O
      *VALOR DO VALE, SEM BASES NEM I.V.A., QUE JÁ VÃO NA FATURA.
       EXPORTAR-LINHA-VALE-PEDIDO.
           MOVE REG-DATA-PEDIDO TO EXP-DATA
           MOVE REG-HORA-PEDIDO TO EXP-HORA
           MOVE REG-NIF-PEDIDO TO EXP-NIF
           PERFORM LIMPAR-VALORES-EXPORT
           MOVE REG-VALOR-VALE TO EXP-TOTAL-BRUTO
           MOVE REG-NUMERO-VALE TO EXP-NUMERO-VALE
           WRITE REG-EXPORT
           IF STATUS-ARQUIVO-EXPORT NOT = "00"
               DISPLAY "Aviso: falha ao gravar linha de exportação!"
               MOVE 8 TO LOTE-RC-PASSO
           END-IF.

      *VALES VENDIDOS NO PERÍODO, UMA LINHA VL POR VALE.
       EXPORTAR-VENDAS-VALES.
           MOVE LOW-VALUES TO VAL-NUMERO
           START VALES-FILE KEY IS NOT LESS THAN VAL-NUMERO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-VALES
           END-START
           PERFORM EXPORTAR-VENDA-VALE
               UNTIL STATUS-ARQUIVO-VALES NOT = "00".

       EXPORTAR-VENDA-VALE.
           READ VALES-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-VALES
           END-READ
           IF STATUS-ARQUIVO-VALES = "00"
                   AND VAL-DATA-VENDA >= EXP-DATA-INICIO
                   AND VAL-DATA-VENDA <= EXP-DATA-FIM
               MOVE "VL" TO EXP-TIPO-DOC
               MOVE VAL-NUMERO TO EXP-NUMERO-DOC
               MOVE VAL-DATA-VENDA TO EXP-DATA
               MOVE VAL-HORA-VENDA TO EXP-HORA
               MOVE SPACES TO EXP-NIF
               PERFORM LIMPAR-VALORES-EXPORT
               MOVE VAL-VALOR TO EXP-TOTAL-BRUTO
               MOVE VAL-NUMERO TO EXP-NUMERO-VALE
               WRITE REG-EXPORT
               IF STATUS-ARQUIVO-EXPORT NOT = "00"
                   DISPLAY "Aviso: falha ao gravar linha de "
                           "exportação!"
                   MOVE 8 TO LOTE-RC-PASSO
               END-IF
           END-IF.

       LIMPAR-VALORES-EXPORT.
           MOVE 0 TO EXP-TOTAL-LIQUIDO
           MOVE 0 TO EXP-TOTAL-DESCONTO
           MOVE 0 TO EXP-TAXA-ENTREGA
           MOVE 1 TO EXP-QUADRO-IND
           PERFORM UNTIL EXP-QUADRO-IND > 4
               MOVE 0 TO EXP-TAXA-IVA(EXP-QUADRO-IND)
               MOVE 0 TO EXP-BASE-IVA(EXP-QUADRO-IND)
               MOVE 0 TO EXP-IVA-TAXA(EXP-QUADRO-IND)
               ADD 1 TO EXP-QUADRO-IND
           END-PERFORM.

       EXPORTAR-LINHA-TRAILER.
           MOVE "TR" TO EXP-TIPO-DOC
           MOVE EXP-CONTA-DOCS TO EXP-NUMERO-DOC
           END-PERFORM
           MOVE EXP-CTRL-ENTREGA TO EXP-TAXA-ENTREGA
           MOVE EXP-CTRL-BRUTO TO EXP-TOTAL-BRUTO
           MOVE 0 TO EXP-NUMERO-VALE
           WRITE REG-EXPORT
           IF STATUS-ARQUIVO-EXPORT NOT = "00"
               DISPLAY "Aviso: falha ao gravar linha de exportação!"
               MOVE 8 TO LOTE-RC-PASSO
           END-IF.

      *COPIA O QUADRO DE I.V.A. DO PEDIDO PARA A LINHA DE
               ADD 1 TO REL-INDICE
           END-PERFORM
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 5
               MOVE 0 TO REL-QTD-PAGAMENTO(REL-INDICE)
               MOVE 0 TO REL-VALOR-PAGAMENTO(REL-INDICE)
               ADD 1 TO REL-INDICE
               MOVE 0 TO REL-DINHEIRO-OPERADOR(REL-INDICE)
               MOVE 0 TO REL-QTD-ESTAFETA(REL-INDICE)
               MOVE 0 TO REL-DINHEIRO-ESTAFETA(REL-INDICE)
               MOVE 0 TO REL-QTD-ZONA(REL-INDICE)
               MOVE 0 TO REL-TAXAS-ZONA(REL-INDICE)
               ADD 1 TO REL-INDICE
           END-PERFORM
           MOVE 0 TO REL-QTD-SEM-ZONA
           MOVE 0 TO REL-TAXAS-SEM-ZONA
           MOVE DATA-PEDIDO TO REG-DATA-PEDIDO
           MOVE 0 TO REG-NUMERO-PEDIDO
           START PEDIDOS-FILE KEY IS >= CHAVE-PEDIDO
           PERFORM ACUMULAR-PEDIDO-RELATORIO
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO NOT = DATA-PEDIDO
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "RELATÓRIO DE FECHO DE TURNO" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 3
               MOVE REL-VALOR-TAMANHO(REL-INDICE)
           END-PERFORM
           MOVE REL-TOTAL-VENDAS TO REL-TOTAL-VENDAS-ED
           MOVE REL-TOTAL-IVA TO REL-TOTAL-IVA-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Pedidos processados: " DELIMITED BY SIZE
                  REL-TOTAL-PEDIDOS DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "Faturação por tamanho de pizza:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  Pequena: " DELIMITED BY SIZE
                  REL-QTD-TAMANHO(1) DELIMITED BY SIZE
                  " pedido(s), " DELIMITED BY SIZE
                  REL-VALOR-TAMANHO-ED(1) DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  Média  : " DELIMITED BY SIZE
                  REL-QTD-TAMANHO(2) DELIMITED BY SIZE
                  " pedido(s), " DELIMITED BY SIZE
                  REL-VALOR-TAMANHO-ED(2) DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  Grande : " DELIMITED BY SIZE
                  REL-QTD-TAMANHO(3) DELIMITED BY SIZE
                  " pedido(s), " DELIMITED BY SIZE
                  REL-VALOR-TAMANHO-ED(3) DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Total de vendas (c/ IVA): " DELIMITED BY SIZE
                  REL-TOTAL-VENDAS-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Total de I.V.A. cobrado: " DELIMITED BY SIZE
                  REL-TOTAL-IVA-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           IF REL-PEDIDOS-PROMO > 0
               MOVE REL-TOTAL-DESCONTOS TO REL-TOTAL-DESC-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Descontos de promoções: " DELIMITED BY SIZE
                      REL-TOTAL-DESC-ED DELIMITED BY SIZE
                      " EUR (" DELIMITED BY SIZE
                      REL-PEDIDOS-PROMO DELIMITED BY SIZE
                      " pedido(s))" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           IF REL-PEDIDOS-PONTOS > 0
               MOVE REL-TOTAL-PONTOS-DESC TO REL-PONTOS-DESC-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Descontos de pontos: " DELIMITED BY SIZE
                      REL-PONTOS-DESC-ED DELIMITED BY SIZE
                      " EUR (" DELIMITED BY SIZE
                      REL-PEDIDOS-PONTOS DELIMITED BY SIZE
                      " pedido(s))" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           MOVE "Apuramento de caixa:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE REL-VALOR-PAGAMENTO(1) TO REL-VALOR-PAGAMENTO-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  Dinheiro esperado em caixa: " DELIMITED BY SIZE
                  REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                  " EUR (" DELIMITED BY SIZE
                  REL-QTD-PAGAMENTO(1) DELIMITED BY SIZE
                  " pedido(s))" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE REL-VALOR-PAGAMENTO(2) TO REL-VALOR-PAGAMENTO-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  Cartão: " DELIMITED BY SIZE
                  REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                  " EUR (" DELIMITED BY SIZE
                  REL-QTD-PAGAMENTO(2) DELIMITED BY SIZE
                  " pedido(s))" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE REL-VALOR-PAGAMENTO(3) TO REL-VALOR-PAGAMENTO-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  MBWay : " DELIMITED BY SIZE
                  REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                  " EUR (" DELIMITED BY SIZE
                  REL-QTD-PAGAMENTO(3) DELIMITED BY SIZE
                  " pedido(s))" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           IF REL-QTD-PAGAMENTO(4) > 0
               MOVE REL-VALOR-PAGAMENTO(4) TO REL-VALOR-PAGAMENTO-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Conta corrente (não entra em caixa): "
                      DELIMITED BY SIZE
                      REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                      " EUR (" DELIMITED BY SIZE
                      REL-QTD-PAGAMENTO(4) DELIMITED BY SIZE
                      " pedido(s))" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           IF REL-QTD-PAGAMENTO(5) > 0
               MOVE REL-VALOR-PAGAMENTO(5) TO REL-VALOR-PAGAMENTO-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Vales de oferta (não entra em caixa): "
                      DELIMITED BY SIZE
                      REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                      " EUR (" DELIMITED BY SIZE
                      REL-QTD-PAGAMENTO(5) DELIMITED BY SIZE
                      " pedido(s))" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           PERFORM APURAR-RECEBIMENTOS-CONTA
           IF REL-RECEB-CONTA-QTD > 0
               MOVE REL-RECEB-CONTA-VALOR TO REL-VALOR-PAGAMENTO-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Recebimentos de contas correntes: "
                      DELIMITED BY SIZE
                      REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                      " EUR (" DELIMITED BY SIZE
                      REL-RECEB-CONTA-QTD DELIMITED BY SIZE
                      " recibo(s))" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
               IF REL-RECEB-CONTA-DINHEIRO > 0
                   MOVE REL-RECEB-CONTA-DINHEIRO
                        TO REL-VALOR-PAGAMENTO-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "    dos quais em dinheiro, a somar à "
                          DELIMITED BY SIZE
                          "caixa: " DELIMITED BY SIZE
                          REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
           END-IF
           PERFORM APURAR-VENDAS-VALES
           IF REL-VALES-VENDIDOS-QTD > 0
               MOVE REL-VALES-VENDIDOS-VALOR TO REL-VALOR-PAGAMENTO-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Vales de oferta vendidos (sem I.V.A.): "
                      DELIMITED BY SIZE
                      REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                      " EUR (" DELIMITED BY SIZE
                      REL-VALES-VENDIDOS-QTD DELIMITED BY SIZE
                      " vale(s))" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
               IF REL-VALES-VENDIDOS-DINHEIRO > 0
                   MOVE REL-VALES-VENDIDOS-DINHEIRO
                        TO REL-VALOR-PAGAMENTO-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "    dos quais em dinheiro, a somar à "
                          DELIMITED BY SIZE
                          "caixa: " DELIMITED BY SIZE
                          REL-VALOR-PAGAMENTO-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
           END-IF
           MOVE "Vendas por operador:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 9
               IF REL-QTD-OPERADOR(REL-INDICE) > 0
                        TO REL-VALOR-OPERADOR-ED
                   MOVE REL-DINHEIRO-OPERADOR(REL-INDICE)
                        TO REL-DINHEIRO-OPER-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          NOME-OPERADOR(REL-INDICE) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          REL-QTD-OPERADOR(REL-INDICE) DELIMITED BY SIZE
                          " pedido(s), " DELIMITED BY SIZE
                          REL-VALOR-OPERADOR-ED DELIMITED BY SIZE
                          " EUR (dinheiro: " DELIMITED BY SIZE
                          REL-DINHEIRO-OPER-ED DELIMITED BY SIZE
                          " EUR)" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               ADD 1 TO REL-INDICE
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Acerto de caixa por estafeta (entregas em dinheiro):"
                  DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 9
               IF REL-QTD-ESTAFETA(REL-INDICE) > 0
                   MOVE REL-DINHEIRO-ESTAFETA(REL-INDICE)
                        TO REL-DINHEIRO-ESTAF-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          NOME-ESTAFETA(REL-INDICE) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          REL-QTD-ESTAFETA(REL-INDICE) DELIMITED BY SIZE
                          " entrega(s), a entregar " DELIMITED BY SIZE
                          REL-DINHEIRO-ESTAF-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               ADD 1 TO REL-INDICE
           END-PERFORM
           MOVE "Entregas e taxas por zona:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 9
               IF REL-QTD-ZONA(REL-INDICE) > 0
                   MOVE REL-TAXAS-ZONA(REL-INDICE)
                        TO REL-TAXAS-ZONA-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          NOME-ZONA(REL-INDICE) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          REL-QTD-ZONA(REL-INDICE) DELIMITED BY SIZE
                          " entrega(s), taxas " DELIMITED BY SIZE
                          REL-TAXAS-ZONA-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               ADD 1 TO REL-INDICE
           END-PERFORM
           IF REL-QTD-SEM-ZONA > 0
               MOVE REL-TAXAS-SEM-ZONA TO REL-TAXAS-ZONA-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Sem zona       : " DELIMITED BY SIZE
                      REL-QTD-SEM-ZONA DELIMITED BY SIZE
                      " entrega(s), taxas " DELIMITED BY SIZE
                      REL-TAXAS-ZONA-ED DELIMITED BY SIZE
                      " EUR" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           IF REL-CONTAS-ABERTAS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "*** " DELIMITED BY SIZE
                      REL-CONTAS-ABERTAS DELIMITED BY SIZE
                      " conta(s) de mesa " DELIMITED BY SIZE
                      "ainda aberta(s) - fechar antes do fecho de "
                      DELIMITED BY SIZE
                      "caixa! ***" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           IF REL-TOTAL-ANULADOS > 0
               MOVE REL-VALOR-ANULADOS TO REL-VALOR-ANULADOS-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Pedidos anulados: " DELIMITED BY SIZE
                      REL-TOTAL-ANULADOS DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      REL-VALOR-ANULADOS-ED DELIMITED BY SIZE
                      " EUR, excluídos das vendas)" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
               PERFORM LISTAR-PEDIDOS-ANULADOS
           END-IF
           MOVE "Frequência de ingredientes:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 10
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " DELIMITED BY SIZE
                      NOME-ING(REL-INDICE) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      REL-QTD-INGREDIENTE(REL-INDICE) DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
               ADD 1 TO REL-INDICE
           END-PERFORM
           MOVE "Vendas de pizzas da ementa:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 10
               IF REL-QTD-EMENTA(REL-INDICE) > 0
                   MOVE REL-VALOR-EMENTA(REL-INDICE)
                        TO REL-VALOR-EMENTA-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          NOME-PIZZA-EMENTA(REL-INDICE)
                          DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          REL-QTD-EMENTA(REL-INDICE) DELIMITED BY SIZE
                          " pizza(s), " DELIMITED BY SIZE
                          REL-VALOR-EMENTA-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               ADD 1 TO REL-INDICE
           END-PERFORM
           MOVE "Vendas de bebidas e sobremesas:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO REL-INDICE
           PERFORM UNTIL REL-INDICE > 10
               IF REL-QTD-BEBIDA(REL-INDICE) > 0
                   MOVE REL-VALOR-BEBIDA(REL-INDICE)
                        TO REL-VALOR-ARTIGO-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          NOME-BEBIDA(REL-INDICE) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          REL-QTD-BEBIDA(REL-INDICE) DELIMITED BY SIZE
                          " unid., " DELIMITED BY SIZE
                          REL-VALOR-ARTIGO-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               IF REL-QTD-SOBREMESA(REL-INDICE) > 0
                   MOVE REL-VALOR-SOBREMESA(REL-INDICE)
                        TO REL-VALOR-ARTIGO-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          NOME-SOBREMESA(REL-INDICE) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          REL-QTD-SOBREMESA(REL-INDICE)
                          DELIMITED BY SIZE
                          " unid., " DELIMITED BY SIZE
                          REL-VALOR-ARTIGO-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               ADD 1 TO REL-INDICE
           END-PERFORM
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "RELATORIO DE FECHO EMITIDO" TO EVENTO-AUDITORIA
           PERFORM REGISTAR-AUDITORIA.

                   ADD REL-DINHEIRO-PEDIDO
                       TO REL-DINHEIRO-ESTAFETA(REG-ESTAFETA-PEDIDO)
               END-IF
               IF REG-TIPO-PEDIDO = 2
                   IF REG-ZONA-ENTREGA >= 1 AND REG-ZONA-ENTREGA <= 9
                       ADD 1 TO REL-QTD-ZONA(REG-ZONA-ENTREGA)
                       ADD REG-TAXA-ENTREGA-CALC
                           TO REL-TAXAS-ZONA(REG-ZONA-ENTREGA)
                   ELSE
                       ADD 1 TO REL-QTD-SEM-ZONA
                       ADD REG-TAXA-ENTREGA-CALC TO REL-TAXAS-SEM-ZONA
                   END-IF
               END-IF
               MOVE 1 TO CONTADOR-PIZZA
               PERFORM UNTIL CONTADOR-PIZZA > REG-NUM-PIZZAS
                   ADD 1 TO
      *APURAMENTO DE CAIXA POR MODO DE PAGAMENTO, COM AS CONTAS DE
      *MESA DIVIDIDAS EM DOIS PAGAMENTOS REPARTIDAS PELO MODO DE
      *CADA PARTE. DEIXA EM REL-DINHEIRO-PEDIDO A PARCELA PAGA EM
      *DINHEIRO, PARA OS ACERTOS DE OPERADOR E DE ESTAFETA. OS
      *PEDIDOS POR CONTA CORRENTE E A PARTE PAGA COM VALE DE OFERTA
      *TÊM LINHA PRÓPRIA, FORA DA CAIXA.
       ACUMULAR-PAGAMENTO-RELATORIO.
           MOVE 0 TO REL-DINHEIRO-PEDIDO
           IF REG-MODO-PAGAMENTO-2 >= 1 AND REG-MODO-PAGAMENTO-2 <= 5
               COMPUTE REL-VALOR-PARTE-2 = REG-TOTAL-FINAL-CALC
                       - REG-VALOR-PAGAMENTO-1
               IF REG-MODO-PAGAMENTO >= 1 AND REG-MODO-PAGAMENTO <= 5
                   ADD 1 TO REL-QTD-PAGAMENTO(REG-MODO-PAGAMENTO)
                   ADD REG-VALOR-PAGAMENTO-1
                       TO REL-VALOR-PAGAMENTO(REG-MODO-PAGAMENTO)
                   ADD REL-VALOR-PARTE-2 TO REL-DINHEIRO-PEDIDO
               END-IF
           ELSE
               IF REG-MODO-PAGAMENTO >= 1 AND REG-MODO-PAGAMENTO <= 5
                   ADD 1 TO REL-QTD-PAGAMENTO(REG-MODO-PAGAMENTO)
                   ADD REG-TOTAL-FINAL-CALC
                       TO REL-VALOR-PAGAMENTO(REG-MODO-PAGAMENTO)
               END-IF
           END-IF.

      *RECIBOS DE CONTA CORRENTE PASSADOS HOJE: NÃO SÃO VENDAS DO DIA,
      *MAS O QUE FOI RECEBIDO EM DINHEIRO ESTÁ NA GAVETA.
       APURAR-RECEBIMENTOS-CONTA.
           MOVE 0 TO REL-RECEB-CONTA-QTD
           MOVE 0 TO REL-RECEB-CONTA-VALOR
           MOVE 0 TO REL-RECEB-CONTA-DINHEIRO
           OPEN INPUT CONTACOR-FILE
           IF STATUS-ARQUIVO-CONTACOR = "35"
               CONTINUE
           ELSE
               PERFORM ACUMULAR-RECEBIMENTO-CONTA
                   UNTIL STATUS-ARQUIVO-CONTACOR NOT = "00"
               CLOSE CONTACOR-FILE
           END-IF.

      *VALES DE OFERTA VENDIDOS HOJE: NÃO SÃO VENDAS COM I.V.A. (O
      *IMPOSTO VAI NA FATURA QUANDO O VALE FOR USADO), MAS O DINHEIRO
      *RECEBIDO POR ELES ESTÁ NA GAVETA.
       APURAR-VENDAS-VALES.
           MOVE 0 TO REL-VALES-VENDIDOS-QTD
           MOVE 0 TO REL-VALES-VENDIDOS-VALOR
           MOVE 0 TO REL-VALES-VENDIDOS-DINHEIRO
           MOVE LOW-VALUES TO VAL-NUMERO
           START VALES-FILE KEY IS NOT LESS THAN VAL-NUMERO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-VALES
           END-START
           PERFORM ACUMULAR-VENDA-VALE
               UNTIL STATUS-ARQUIVO-VALES NOT = "00".

       ACUMULAR-VENDA-VALE.
           READ VALES-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-VALES
           END-READ
           IF STATUS-ARQUIVO-VALES = "00"
                   AND VAL-DATA-VENDA = DATA-PEDIDO
               ADD 1 TO REL-VALES-VENDIDOS-QTD
               ADD VAL-VALOR TO REL-VALES-VENDIDOS-VALOR
               IF VAL-MODO-VENDA = 1
                   ADD VAL-VALOR TO REL-VALES-VENDIDOS-DINHEIRO
               END-IF
           END-IF.

       ACUMULAR-RECEBIMENTO-CONTA.
           READ CONTACOR-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CONTACOR
           END-READ
           IF STATUS-ARQUIVO-CONTACOR = "00"
                   AND CC-PAGAMENTO
                   AND CC-DATA = DATA-PEDIDO
               ADD 1 TO REL-RECEB-CONTA-QTD
               ADD CC-VALOR TO REL-RECEB-CONTA-VALOR
               IF CC-MODO-RECEBIMENTO = 1
                   ADD CC-VALOR TO REL-RECEB-CONTA-DINHEIRO
               END-IF
           END-IF.

      *RELISTA OS PEDIDOS ANULADOS DO DIA, UM A UM, PARA CONFERÊNCIA
      *DO RASTO DOCUMENTAL DAS NOTAS DE CRÉDITO.
       LISTAR-PEDIDOS-ANULADOS.
                   AND REG-DATA-PEDIDO = DATA-PEDIDO
                   AND REG-ESTADO-DOC = "C"
               MOVE REG-TOTAL-FINAL-CALC TO ANUL-TOTAL-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Fatura " DELIMITED BY SIZE
                      REG-NUMERO-FATURA DELIMITED BY SIZE
                      " - Nota de crédito " DELIMITED BY SIZE
                      REG-NUMERO-NC DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      ANUL-TOTAL-ED DELIMITED BY SIZE
                      " EUR" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF.

      *PERCORRE TODO O FICHEIRO MESTRE E APRESENTA OS CLIENTES MAIS
           PERFORM ACUMULAR-CLIENTE-RELATORIO
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
           PERFORM ACUMULAR-CLIENTES-ARQUIVO
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "CLIENTES MAIS FREQUENTES" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           IF REL-TOTAL-CLIENTES = 0
               MOVE "Sem pedidos registados." TO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               PERFORM IMPRIMIR-CLIENTES-FREQUENTES
           END-IF
           IF REL-CLIENTES-OMITIDOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Aviso: limite de 50 clientes atingido, "
                      DELIMITED BY SIZE
                      REL-CLIENTES-OMITIDOS DELIMITED BY SIZE
                      " cliente(s) adicional(is) não constam deste"
                      DELIMITED BY SIZE
                      " relatório." DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "RELATORIO DE CLIENTES EMITIDO" TO EVENTO-AUDITORIA
           PERFORM REGISTAR-AUDITORIA.

               PERFORM SELECIONAR-MELHOR-CLIENTE
               MOVE REL-VALOR-FREQ(REL-MELHOR-INDICE)
                    TO REL-VALOR-FREQ-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " DELIMITED BY SIZE
                      REL-NOME-FREQ(REL-MELHOR-INDICE) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      REL-CONTATO-FREQ(REL-MELHOR-INDICE)
                      DELIMITED BY SIZE
                      "): " DELIMITED BY SIZE
                      REL-QTD-FREQ(REL-MELHOR-INDICE) DELIMITED BY SIZE
                      " pedido(s), " DELIMITED BY SIZE
                      REL-VALOR-FREQ-ED DELIMITED BY SIZE
                      " EUR" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
               MOVE "S" TO REL-IMPRESSO-FREQ(REL-MELHOR-INDICE)
               ADD 1 TO REL-POSICAO-CLIENTE
           END-PERFORM.
               PERFORM IMPRIMIR-RECIBO-ARTIGO
               ADD 1 TO CONTADOR-ARTIGO
           END-PERFORM
           IF TOTAL-ALERGENOS > 0
               PERFORM IMPRIMIR-RECIBO-ALERGENOS
           END-IF
           MOVE 1 TO CONTADOR-PROMO
           PERFORM UNTIL CONTADOR-PROMO > REG-NUM-PROMOS
               PERFORM IMPRIMIR-RECIBO-PROMO
                  NOME-MODO-PAGAMENTO DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           IF REG-MODO-PAGAMENTO-2 >= 1 AND REG-MODO-PAGAMENTO-2 <= 5
               MOVE REG-VALOR-PAGAMENTO-1 TO VALOR-PARTE-ED
               MOVE SPACES TO REG-RECIBO
               STRING "  1.º pagamento: " DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
               MOVE REG-MODO-PAGAMENTO TO MODO-PAGAMENTO
               IF PAGAMENTO-VALE AND REG-MODO-PAGAMENTO-2 = 1
                   MOVE REG-VALOR-ENTREGUE TO VALOR-ENTREGUE-ED
                   MOVE REG-TROCO-PEDIDO TO TROCO-PEDIDO-ED
                   MOVE SPACES TO REG-RECIBO
                   STRING "Entregue: " DELIMITED BY SIZE
                          VALOR-ENTREGUE-ED DELIMITED BY SIZE
                          " EUR  Troco: " DELIMITED BY SIZE
                          TROCO-PEDIDO-ED DELIMITED BY SIZE
                          " EUR" DELIMITED BY SIZE
                          INTO REG-RECIBO
                   PERFORM ESCREVER-LINHA-RECIBO
               END-IF
           ELSE
               IF PAGAMENTO-DINHEIRO
                   MOVE REG-VALOR-ENTREGUE TO VALOR-ENTREGUE-ED
                   PERFORM ESCREVER-LINHA-RECIBO
               END-IF
           END-IF
           IF REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0
               PERFORM IMPRIMIR-RECIBO-VALE
           END-IF
           MOVE REG-CONTATO-PEDIDO TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO.

      *VALE DE OFERTA USADO NO PEDIDO, COM O SALDO QUE LHE RESTA À
      *DATA DA IMPRESSÃO.
       IMPRIMIR-RECIBO-VALE.
           MOVE REG-VALOR-VALE TO VALE-VALOR-ED
           MOVE SPACES TO REG-RECIBO
           STRING "Vale de oferta N. " DELIMITED BY SIZE
                  REG-NUMERO-VALE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  VALE-VALOR-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE REG-NUMERO-VALE TO VAL-NUMERO
           READ VALES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-VALES
           END-READ
           IF STATUS-ARQUIVO-VALES = "00"
               MOVE VAL-SALDO TO VALE-SALDO-ED
               MOVE VAL-DATA-VALIDADE TO DIA-DATA-SPLIT
               PERFORM FORMATAR-DATA-VALE
               MOVE SPACES TO REG-RECIBO
               STRING "  Saldo do vale: " DELIMITED BY SIZE
                      VALE-SALDO-ED DELIMITED BY SIZE
                      " EUR (válido até " DELIMITED BY SIZE
                      VALE-DATA-ED DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
           END-IF.

       IMPRIMIR-RECIBO-PIZZA.
           EVALUATE REG-TAMANHO-PIZZA(CONTADOR-PIZZA)
               WHEN 1 MOVE "Pequena" TO NOME-TAMANHO-TICKET
      *PROMOÇÃO; NUMA 2.ª VIA DE OUTRO DIA A PROMOÇÃO PODE JÁ NÃO
      *ESTAR CARREGADA E SAI SÓ O CÓDIGO.
       IMPRIMIR-RECIBO-PROMO.
           EVALUATE TRUE
               WHEN REG-CODIGO-PROMO(CONTADOR-PROMO)
                       = CODIGO-PROMO-RECLAMACAO
                   MOVE "Compensação" TO NOME-PROMO-LINHA
               WHEN ATIVO-PROMO(REG-CODIGO-PROMO(CONTADOR-PROMO)) = "S"
                   MOVE NOME-PROMO(REG-CODIGO-PROMO(CONTADOR-PROMO))
                        TO NOME-PROMO-LINHA
               WHEN OTHER
                   MOVE SPACES TO NOME-PROMO-LINHA
                   STRING "Promoção " DELIMITED BY SIZE
                          REG-CODIGO-PROMO(CONTADOR-PROMO)
                              DELIMITED BY SIZE
                          INTO NOME-PROMO-LINHA
           END-EVALUATE
           MOVE REG-VALOR-PROMO(CONTADOR-PROMO) TO TOTAL-DESCONTO
           MOVE SPACES TO REG-RECIBO
           STRING "Desconto " DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO.

      *INFORMAÇÃO DE ALERGÉNIOS EXIGIDA POR LEI: TODOS OS ALERGÉNIOS
      *PRESENTES NO PEDIDO (BASE DE CADA PIZZA, INGREDIENTES, BEBIDAS
      *E SOBREMESAS), A PARTIR DO REGISTO GRAVADO, PARA A 2.ª VIA
      *SAIR IGUAL.
       IMPRIMIR-RECIBO-ALERGENOS.
           MOVE SPACES TO ALERGENOS-CALC
           MOVE 1 TO CONTADOR-PIZZA
           PERFORM UNTIL CONTADOR-PIZZA > REG-NUM-PIZZAS
               MOVE 1 TO ALG-GRUPO-SOMA
               MOVE 1 TO ALG-CODIGO-SOMA
               PERFORM SOMAR-ALERGENOS-ARTIGO
               MOVE 2 TO ALG-GRUPO-SOMA
               MOVE 1 TO CONTADOR-ING
               PERFORM UNTIL
                       CONTADOR-ING > REG-NUM-ING(CONTADOR-PIZZA)
                   MOVE REG-CODIGO-ING(CONTADOR-PIZZA, CONTADOR-ING)
                        TO ALG-CODIGO-SOMA
                   PERFORM SOMAR-ALERGENOS-ARTIGO
                   ADD 1 TO CONTADOR-ING
               END-PERFORM
               ADD 1 TO CONTADOR-PIZZA
           END-PERFORM
           MOVE 1 TO CONTADOR-ARTIGO
           PERFORM UNTIL CONTADOR-ARTIGO > REG-NUM-ARTIGOS
               IF REG-TIPO-ARTIGO(CONTADOR-ARTIGO) = "B"
                   MOVE 3 TO ALG-GRUPO-SOMA
               ELSE
                   MOVE 4 TO ALG-GRUPO-SOMA
               END-IF
               MOVE REG-CODIGO-ARTIGO(CONTADOR-ARTIGO)
                    TO ALG-CODIGO-SOMA
               PERFORM SOMAR-ALERGENOS-ARTIGO
               ADD 1 TO CONTADOR-ARTIGO
           END-PERFORM
           MOVE "R" TO ALG-DESTINO
           MOVE "N" TO ALG-SO-CLIENTE
           MOVE 60 TO ALG-LARGURA
           MOVE SPACES TO ALG-LINHA
           MOVE 1 TO ALG-PONTEIRO
           STRING "Alergénios: " DELIMITED BY SIZE
                  INTO ALG-LINHA WITH POINTER ALG-PONTEIRO
           PERFORM EMITIR-LISTA-ALERGENOS
           IF ALG-QTD = 0
               MOVE "Alergénios: nenhum de declaração obrigatória"
                   TO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
           END-IF.

       ESCREVER-LINHA-RECIBO.
           WRITE REG-RECIBO
           IF STATUS-ARQUIVO-RECIBOS NOT = "00"
           IF STATUS-ARQUIVO-TICKET NOT = "00"
               DISPLAY "Aviso: falha ao gravar talão da cozinha!"
           END-IF
           PERFORM IMPRIMIR-BANNER-ALERGENOS
           IF QTD-ING-PIZZA(CONTADOR-PIZZA) = 0
               MOVE "  Sem ingredientes extra" TO REG-TICKET
               WRITE REG-TICKET
               END-PERFORM
           END-IF.

      *FAIXA DE ALERGÉNIOS DA PIZZA NO TALÃO DA COZINHA: O QUE A PIZZA
      *CONTÉM E, SE O CLIENTE TEM ALERGIAS NA FICHA, EM DESTAQUE AS
      *QUE A PIZZA TOCA.
       IMPRIMIR-BANNER-ALERGENOS.
           PERFORM APURAR-ALERGENOS-PIZZA
           MOVE "T" TO ALG-DESTINO
           MOVE 40 TO ALG-LARGURA
           MOVE "N" TO ALG-SO-CLIENTE
           MOVE SPACES TO ALG-LINHA
           MOVE 1 TO ALG-PONTEIRO
           STRING "  ** ALERGÉNIOS: " DELIMITED BY SIZE
                  INTO ALG-LINHA WITH POINTER ALG-PONTEIRO
           PERFORM EMITIR-LISTA-ALERGENOS
           IF ALERGIAS-PEDIDO NOT = SPACES
               MOVE "S" TO ALG-SO-CLIENTE
               MOVE SPACES TO ALG-LINHA
               MOVE 1 TO ALG-PONTEIRO
               STRING "  !!! ALÉRGICO A: " DELIMITED BY SIZE
                      INTO ALG-LINHA WITH POINTER ALG-PONTEIRO
               PERFORM EMITIR-LISTA-ALERGENOS
           END-IF.

      *SOMA AS MARCAS DA BASE E DOS INGREDIENTES DA PIZZA
      *CONTADOR-PIZZA DO PEDIDO EM CURSO.
       APURAR-ALERGENOS-PIZZA.
           MOVE SPACES TO ALERGENOS-CALC
           MOVE 1 TO ALG-GRUPO-SOMA
           MOVE 1 TO ALG-CODIGO-SOMA
           PERFORM SOMAR-ALERGENOS-ARTIGO
           MOVE 2 TO ALG-GRUPO-SOMA
           MOVE 1 TO CONTADOR-ING
           PERFORM UNTIL CONTADOR-ING > QTD-ING-PIZZA(CONTADOR-PIZZA)
               MOVE CODIGO-ING(CONTADOR-PIZZA, CONTADOR-ING)
                    TO ALG-CODIGO-SOMA
               PERFORM SOMAR-ALERGENOS-ARTIGO
               ADD 1 TO CONTADOR-ING
           END-PERFORM.

       SOMAR-ALERGENOS-ARTIGO.
           IF ALG-CODIGO-SOMA >= 1 AND ALG-CODIGO-SOMA <= 10
               MOVE 1 TO ALG-INDICE
               PERFORM UNTIL ALG-INDICE > 14
                   IF ALG-MARCA(ALG-GRUPO-SOMA, ALG-CODIGO-SOMA,
                           ALG-INDICE) = "S"
                       MOVE "S" TO ALG-CALC(ALG-INDICE)
                   END-IF
                   ADD 1 TO ALG-INDICE
               END-PERFORM
           END-IF.

      *ESCREVE OS NOMES DOS ALERGÉNIOS MARCADOS EM ALERGENOS-CALC (SÓ
      *OS DO CLIENTE, SE ALG-SO-CLIENTE = "S") A SEGUIR AO PREFIXO JÁ
      *POSTO EM ALG-LINHA, SEPARADOS POR VÍRGULAS E PARTIDOS EM VÁRIAS
      *LINHAS DE ALG-LARGURA. ALG-DESTINO: "T" COZINHA, "R" RECIBO.
      *SEM NENHUM ALERGÉNIO A MOSTRAR NÃO ESCREVE NADA (ALG-QTD = 0).
       EMITIR-LISTA-ALERGENOS.
           MOVE 0 TO ALG-QTD
           MOVE 1 TO ALG-INDICE
           PERFORM UNTIL ALG-INDICE > 14
               IF ALG-CALC(ALG-INDICE) = "S"
                       AND ATIVO-ALERGENO(ALG-INDICE) = "S"
                   IF ALG-SO-CLIENTE = "N"
                           OR ALERGIA-PEDIDO(ALG-INDICE) = "S"
                       PERFORM ACRESCENTAR-NOME-ALERGENO
                   END-IF
               END-IF
               ADD 1 TO ALG-INDICE
           END-PERFORM
           IF ALG-QTD > 0
               PERFORM ESCREVER-LINHA-ALERGENOS
           END-IF.

       ACRESCENTAR-NOME-ALERGENO.
           IF ALG-QTD > 0
               STRING "," DELIMITED BY SIZE
                      INTO ALG-LINHA WITH POINTER ALG-PONTEIRO
               IF ALG-PONTEIRO + 16 > ALG-LARGURA
                   PERFORM ESCREVER-LINHA-ALERGENOS
                   MOVE SPACES TO ALG-LINHA
                   MOVE 7 TO ALG-PONTEIRO
               ELSE
                   ADD 1 TO ALG-PONTEIRO
               END-IF
           END-IF
           STRING NOME-ALERGENO(ALG-INDICE) DELIMITED BY "  "
                  INTO ALG-LINHA WITH POINTER ALG-PONTEIRO
           ADD 1 TO ALG-QTD.

       ESCREVER-LINHA-ALERGENOS.
           IF ALG-DESTINO = "T"
               MOVE ALG-LINHA TO REG-TICKET
               WRITE REG-TICKET
               IF STATUS-ARQUIVO-TICKET NOT = "00"
                   DISPLAY "Aviso: falha ao gravar talão da cozinha!"
               END-IF
           ELSE
               MOVE ALG-LINHA TO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
           END-IF.

       INICIALIZAR-PROGRAMA.
           MOVE "Pequena"        TO NOME-PIZZA(1)
           MOVE 3,00 TO VALOR-PIZZA(1)
           PERFORM UNTIL CONTADOR-STOCK > 10
               MOVE "N" TO ATIVO-BEBIDA(CONTADOR-STOCK)
               MOVE "N" TO ATIVO-SOBREMESA(CONTADOR-STOCK)
               MOVE 0 TO CUSTO-MEDIO-ING(CONTADOR-STOCK)
               MOVE 0 TO CUSTO-MEDIO-BEBIDA(CONTADOR-STOCK)
               MOVE 0 TO CUSTO-MEDIO-SOBREMESA(CONTADOR-STOCK)
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           MOVE 0 TO CUSTO-BASE-PIZZA(1)
           MOVE 0 TO CUSTO-BASE-PIZZA(2)
           MOVE 0 TO CUSTO-BASE-PIZZA(3)

           MOVE 1 TO CONTADOR-PROMO
           PERFORM UNTIL CONTADOR-PROMO > 10
           PERFORM CARREGAR-PROMOS
           PERFORM CARREGAR-OPERADORES
           PERFORM CARREGAR-ESTAFETAS
           PERFORM CARREGAR-FORNECEDORES
           PERFORM CARREGAR-ZONAS
           PERFORM CARREGAR-ALERGENOS.

       REPOR-OPERADORES-OMISSAO.
           MOVE "S" TO ATIVO-OPERADOR(1)
                       END-IF
                   WHEN REG-ENTREGA
                       MOVE VALOR-REG-PRECO TO TAXA-ENTREGA
                   WHEN REG-CUSTO-BASE
                       IF CODIGO-REG-PRECO >= 1 AND
                               CODIGO-REG-PRECO <= 3
                           MOVE VALOR-REG-PRECO
                                TO CUSTO-BASE-PIZZA(CODIGO-REG-PRECO)
                       ELSE
                           DISPLAY "Aviso: tamanho inválido na linha "
                                   "de custo da base em PRECOS, a "
                                   "ignorar linha: " CODIGO-REG-PRECO
                       END-IF
               END-EVALUATE
           END-IF.

                           FROM STOCK-ING(MOV-CODIGO-ING)
                   END-IF
               WHEN MOV-ENTRADA OR MOV-DEVOLUCAO
                   IF MOV-ENTRADA AND MOV-CUSTO-UNITARIO IS NUMERIC
                       MOVE MOV-QUANTIDADE TO CM-QTD-ENTRADA
                       MOVE MOV-CUSTO-UNITARIO TO CM-CUSTO-ENTRADA
                       MOVE STOCK-ING(MOV-CODIGO-ING) TO CM-STOCK-ANTES
                       MOVE CUSTO-MEDIO-ING(MOV-CODIGO-ING)
                            TO CM-CUSTO-MEDIO
                       PERFORM CALCULAR-CUSTO-MEDIO
                       MOVE CM-CUSTO-MEDIO
                            TO CUSTO-MEDIO-ING(MOV-CODIGO-ING)
                   END-IF
                   ADD MOV-QUANTIDADE TO STOCK-ING(MOV-CODIGO-ING)
               WHEN MOV-ACERTO AND MOV-ACERTO-FALTA
                   IF STOCK-ING(MOV-CODIGO-ING) < MOV-QUANTIDADE
                       MOVE 0 TO STOCK-ING(MOV-CODIGO-ING)
                   ELSE
                       SUBTRACT MOV-QUANTIDADE
                           FROM STOCK-ING(MOV-CODIGO-ING)
                   END-IF
               WHEN MOV-ACERTO
                   ADD MOV-QUANTIDADE TO STOCK-ING(MOV-CODIGO-ING)
           END-EVALUATE.

                           FROM STOCK-BEBIDA(MOV-CODIGO-ING)
                   END-IF
               WHEN MOV-ENTRADA OR MOV-DEVOLUCAO
                   IF MOV-ENTRADA AND MOV-CUSTO-UNITARIO IS NUMERIC
                       MOVE MOV-QUANTIDADE TO CM-QTD-ENTRADA
                       MOVE MOV-CUSTO-UNITARIO TO CM-CUSTO-ENTRADA
                       MOVE STOCK-BEBIDA(MOV-CODIGO-ING)
                            TO CM-STOCK-ANTES
                       MOVE CUSTO-MEDIO-BEBIDA(MOV-CODIGO-ING)
                            TO CM-CUSTO-MEDIO
                       PERFORM CALCULAR-CUSTO-MEDIO
                       MOVE CM-CUSTO-MEDIO
                            TO CUSTO-MEDIO-BEBIDA(MOV-CODIGO-ING)
                   END-IF
                   ADD MOV-QUANTIDADE
                       TO STOCK-BEBIDA(MOV-CODIGO-ING)
               WHEN MOV-ACERTO AND MOV-ACERTO-FALTA
                   IF STOCK-BEBIDA(MOV-CODIGO-ING) < MOV-QUANTIDADE
                       MOVE 0 TO STOCK-BEBIDA(MOV-CODIGO-ING)
                   ELSE
                       SUBTRACT MOV-QUANTIDADE
                           FROM STOCK-BEBIDA(MOV-CODIGO-ING)
                   END-IF
               WHEN MOV-ACERTO
                   ADD MOV-QUANTIDADE
                       TO STOCK-BEBIDA(MOV-CODIGO-ING)
           END-EVALUATE.

       APLICAR-MOVIMENTO-SOBREMESA.
           EVALUATE TRUE
               WHEN MOV-VENDA OR MOV-QUEBRA
                   IF STOCK-SOBREMESA(MOV-CODIGO-ING)
                           < MOV-QUANTIDADE
                       MOVE 0 TO STOCK-SOBREMESA(MOV-CODIGO-ING)
                           FROM STOCK-SOBREMESA(MOV-CODIGO-ING)
                   END-IF
               WHEN MOV-ENTRADA OR MOV-DEVOLUCAO
                   IF MOV-ENTRADA AND MOV-CUSTO-UNITARIO IS NUMERIC
                       MOVE MOV-QUANTIDADE TO CM-QTD-ENTRADA
                       MOVE MOV-CUSTO-UNITARIO TO CM-CUSTO-ENTRADA
                       MOVE STOCK-SOBREMESA(MOV-CODIGO-ING)
                            TO CM-STOCK-ANTES
                       MOVE CUSTO-MEDIO-SOBREMESA(MOV-CODIGO-ING)
                            TO CM-CUSTO-MEDIO
                       PERFORM CALCULAR-CUSTO-MEDIO
                       MOVE CM-CUSTO-MEDIO
                            TO CUSTO-MEDIO-SOBREMESA(MOV-CODIGO-ING)
                   END-IF
                   ADD MOV-QUANTIDADE
                       TO STOCK-SOBREMESA(MOV-CODIGO-ING)
               WHEN MOV-ACERTO AND MOV-ACERTO-FALTA
                   IF STOCK-SOBREMESA(MOV-CODIGO-ING)
                           < MOV-QUANTIDADE
                       MOVE 0 TO STOCK-SOBREMESA(MOV-CODIGO-ING)
                   ELSE
                       SUBTRACT MOV-QUANTIDADE
                           FROM STOCK-SOBREMESA(MOV-CODIGO-ING)
                   END-IF
               WHEN MOV-ACERTO
                   ADD MOV-QUANTIDADE
                       TO STOCK-SOBREMESA(MOV-CODIGO-ING)
           END-EVALUATE.

      *CUSTO MÉDIO PONDERADO: O STOCK QUE JÁ HAVIA FICA AO CUSTO
      *MÉDIO ANTERIOR E A ENTRADA AO CUSTO PAGO. SEM CUSTO ANTERIOR
      *CONHECIDO (O STOCK DE ABERTURA DO PRECOS NÃO TEM CUSTO) OU SEM
      *STOCK, VALE O CUSTO PAGO. ENTRADAS SEM CUSTO NÃO MEXEM NA
      *MÉDIA. ENTRA COM CM-STOCK-ANTES, CM-CUSTO-MEDIO E A ENTRADA EM
      *CM-QTD-ENTRADA E CM-CUSTO-ENTRADA, PREENCHIDOS POR QUEM CHAMA
      *(NO REJOGO, DO MOVIMENTO LIDO; NA RECEÇÃO, DO QUE SE TECLOU).
       CALCULAR-CUSTO-MEDIO.
           IF CM-CUSTO-ENTRADA > 0 AND CM-QTD-ENTRADA > 0
               IF CM-CUSTO-MEDIO = 0 OR CM-STOCK-ANTES = 0
                   MOVE CM-CUSTO-ENTRADA TO CM-CUSTO-MEDIO
               ELSE
                   COMPUTE CM-CUSTO-MEDIO ROUNDED =
                       (CM-STOCK-ANTES * CM-CUSTO-MEDIO
                        + CM-QTD-ENTRADA * CM-CUSTO-ENTRADA)
                       / (CM-STOCK-ANTES + CM-QTD-ENTRADA)
               END-IF
           END-IF.

      *ACRESCENTA UM MOVIMENTO AO DIÁRIO MOVSTOCK. O DIÁRIO É SÓ DE
      *ACRESCENTO: NUNCA SE CORRIGE UM MOVIMENTO, REGISTA-SE OUTRO.
       REGISTAR-MOVIMENTO-STOCK.
           MOVE MOV-REG-CODIGO TO MOV-CODIGO-ING
           MOVE MOV-REG-QTD TO MOV-QUANTIDADE
           MOVE MOV-REG-ARTIGO TO MOV-ARTIGO
           MOVE MOV-REG-CUSTO TO MOV-CUSTO-UNITARIO
           MOVE MOV-REG-SENTIDO TO MOV-SENTIDO-ACERTO
           MOVE "I" TO MOV-REG-ARTIGO
           MOVE 0 TO MOV-REG-CUSTO
           MOVE SPACE TO MOV-REG-SENTIDO
           WRITE REG-MOVSTOCK
           IF STATUS-ARQUIVO-MOVSTOCK NOT = "00"
               DISPLAY "Aviso: falha ao gravar movimento de stock!"
           END-IF.

      *ENTRADA DE MERCADORIA DO FORNECEDOR: SOMA AO STOCK E DEIXA
      *RASTO NO DIÁRIO, COM O CUSTO UNITÁRIO PAGO, QUE ACERTA O CUSTO
      *MÉDIO PONDERADO DO ARTIGO. SERVE PARA INGREDIENTES, BEBIDAS E
      *SOBREMESAS. CÓDIGO 0 TERMINA A RECEÇÃO. SE HOUVER UMA PROPOSTA
      *DE ENCOMENDA PENDENTE, A CHEGADA É CONFERIDA CONTRA ELA NO FIM
      *E AS FALTAS DO FORNECEDOR FICAM ASSINALADAS.
       REGISTAR-ENTRADA-MERCADORIA.
           DISPLAY "----------------------------------------"
           DISPLAY "ENTRADA DE MERCADORIA"
           PERFORM CARREGAR-PROPOSTA-PENDENTE
           DISPLAY "[1] Ingredientes  [2] Bebidas  [3] Sobremesas"
           DISPLAY "Tipo de artigo recebido: "
           ACCEPT ENT-TIPO-ARTIGO
           PERFORM UNTIL ENT-TIPO-ARTIGO >= 1 AND ENT-TIPO-ARTIGO <= 3
               DISPLAY "Erro: indique 1, 2 ou 3!"
               DISPLAY "Tipo de artigo recebido: "
               ACCEPT ENT-TIPO-ARTIGO
           END-PERFORM
           EVALUATE ENT-TIPO-ARTIGO
               WHEN 1
                   PERFORM LISTAR-STOCK-ATUAL
               WHEN 2
                   PERFORM LISTAR-STOCK-BEBIDAS
               WHEN 3
                   PERFORM LISTAR-STOCK-SOBREMESAS
           END-EVALUATE
           DISPLAY "Código do artigo (0 = terminar): "
           ACCEPT ENT-CODIGO-ING
           PERFORM UNTIL ENT-CODIGO-ING = 0
               PERFORM VALIDAR-CODIGO-ENTRADA
               IF ENT-CODIGO-VALIDO = "S"
                   PERFORM RECEBER-LINHA-MERCADORIA
               ELSE
                   DISPLAY "Erro: Código inválido!"
               END-IF
               DISPLAY "Código do artigo (0 = terminar): "
               ACCEPT ENT-CODIGO-ING
           END-PERFORM
           IF PROP-TEM-PENDENTE = "S" AND ENT-TIPO-ARTIGO = 1
               PERFORM CONFERIR-ENTRADA-PROPOSTA
           END-IF.

       VALIDAR-CODIGO-ENTRADA.
           MOVE "N" TO ENT-CODIGO-VALIDO
           IF ENT-CODIGO-ING >= 1 AND ENT-CODIGO-ING <= 10
               EVALUATE ENT-TIPO-ARTIGO
                   WHEN 1
                       MOVE "S" TO ENT-CODIGO-VALIDO
                   WHEN 2
                       IF ATIVO-BEBIDA(ENT-CODIGO-ING) = "S"
                           MOVE "S" TO ENT-CODIGO-VALIDO
                       END-IF
                   WHEN 3
                       IF ATIVO-SOBREMESA(ENT-CODIGO-ING) = "S"
                           MOVE "S" TO ENT-CODIGO-VALIDO
                       END-IF
               END-EVALUATE
           END-IF.

      *UMA LINHA DA RECEÇÃO: QUANTIDADE E CUSTO UNITÁRIO (0 = CUSTO
      *DESCONHECIDO, NÃO MEXE NO CUSTO MÉDIO). O CUSTO MÉDIO É
      *ACERTADO COM A QUANTIDADE E O CUSTO TECLADOS, PELA MESMA REGRA
      *DO REJOGO DO ARRANQUE, ANTES DE SOMAR AO STOCK.
       RECEBER-LINHA-MERCADORIA.
           IF ENT-TIPO-ARTIGO = 1
                   AND ATIVO-FORN(ENT-CODIGO-ING) = "S"
               DISPLAY "Fornecedor: " NOME-FORN(ENT-CODIGO-ING)
           END-IF
           DISPLAY "Quantidade recebida: "
           ACCEPT ENT-QUANTIDADE
           IF ENT-QUANTIDADE > 0
               DISPLAY "Custo unitário pago ao fornecedor (EUR): "
               ACCEPT ENT-CUSTO
               MOVE "E" TO MOV-REG-TIPO
               MOVE ENT-CODIGO-ING TO MOV-REG-CODIGO
               MOVE ENT-QUANTIDADE TO MOV-REG-QTD
               MOVE ENT-CUSTO TO MOV-REG-CUSTO
               MOVE ENT-QUANTIDADE TO CM-QTD-ENTRADA
               MOVE ENT-CUSTO TO CM-CUSTO-ENTRADA
               MOVE SPACES TO EVENTO-AUDITORIA
               EVALUATE ENT-TIPO-ARTIGO
                   WHEN 1
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       MOVE STOCK-ING(ENT-CODIGO-ING) TO CM-STOCK-ANTES
                       MOVE CUSTO-MEDIO-ING(ENT-CODIGO-ING)
                            TO CM-CUSTO-MEDIO
                       PERFORM CALCULAR-CUSTO-MEDIO
                       MOVE CM-CUSTO-MEDIO
                            TO CUSTO-MEDIO-ING(ENT-CODIGO-ING)
                       ADD ENT-QUANTIDADE TO STOCK-ING(ENT-CODIGO-ING)
                       ADD ENT-QUANTIDADE
                           TO ENT-RECEBIDO(ENT-CODIGO-ING)
                       STRING "ENTRADA DE STOCK - ING "
                              DELIMITED BY SIZE
                              ENT-CODIGO-ING DELIMITED BY SIZE
                              " QTD " DELIMITED BY SIZE
                              ENT-QUANTIDADE DELIMITED BY SIZE
                              INTO EVENTO-AUDITORIA
                       MOVE NOME-ING(ENT-CODIGO-ING)
                            TO NOME-ARTIGO-LINHA
                       MOVE STOCK-ING(ENT-CODIGO-ING) TO ENT-STOCK-FINAL
                   WHEN 2
                       MOVE "B" TO MOV-REG-ARTIGO
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       MOVE STOCK-BEBIDA(ENT-CODIGO-ING)
                            TO CM-STOCK-ANTES
                       MOVE CUSTO-MEDIO-BEBIDA(ENT-CODIGO-ING)
                            TO CM-CUSTO-MEDIO
                       PERFORM CALCULAR-CUSTO-MEDIO
                       MOVE CM-CUSTO-MEDIO
                            TO CUSTO-MEDIO-BEBIDA(ENT-CODIGO-ING)
                       ADD ENT-QUANTIDADE
                           TO STOCK-BEBIDA(ENT-CODIGO-ING)
                       STRING "ENTRADA DE STOCK - BEB "
                              DELIMITED BY SIZE
                              ENT-CODIGO-ING DELIMITED BY SIZE
                              " QTD " DELIMITED BY SIZE
                              ENT-QUANTIDADE DELIMITED BY SIZE
                              INTO EVENTO-AUDITORIA
                       MOVE NOME-BEBIDA(ENT-CODIGO-ING)
                            TO NOME-ARTIGO-LINHA
                       MOVE STOCK-BEBIDA(ENT-CODIGO-ING)
                            TO ENT-STOCK-FINAL
                   WHEN 3
                       MOVE "S" TO MOV-REG-ARTIGO
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       MOVE STOCK-SOBREMESA(ENT-CODIGO-ING)
                            TO CM-STOCK-ANTES
                       MOVE CUSTO-MEDIO-SOBREMESA(ENT-CODIGO-ING)
                            TO CM-CUSTO-MEDIO
                       PERFORM CALCULAR-CUSTO-MEDIO
                       MOVE CM-CUSTO-MEDIO
                            TO CUSTO-MEDIO-SOBREMESA(ENT-CODIGO-ING)
                       ADD ENT-QUANTIDADE
                           TO STOCK-SOBREMESA(ENT-CODIGO-ING)
                       STRING "ENTRADA DE STOCK - SOB "
                              DELIMITED BY SIZE
                              ENT-CODIGO-ING DELIMITED BY SIZE
                              " QTD " DELIMITED BY SIZE
                              ENT-QUANTIDADE DELIMITED BY SIZE
                              INTO EVENTO-AUDITORIA
                       MOVE NOME-SOBREMESA(ENT-CODIGO-ING)
                            TO NOME-ARTIGO-LINHA
                       MOVE STOCK-SOBREMESA(ENT-CODIGO-ING)
                            TO ENT-STOCK-FINAL
               END-EVALUATE
               PERFORM REGISTAR-AUDITORIA
               MOVE CM-CUSTO-MEDIO TO ENT-CUSTO-ED
               DISPLAY "Registado: " NOME-ARTIGO-LINHA
                       " agora com " ENT-STOCK-FINAL
                       " (custo médio " ENT-CUSTO-ED " EUR)"
           ELSE
               DISPLAY "Erro: quantidade inválida!"
           END-IF.

       LISTAR-STOCK-BEBIDAS.
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF ATIVO-BEBIDA(CONTADOR-STOCK) = "S"
                   DISPLAY CONTADOR-STOCK ". "
                           NOME-BEBIDA(CONTADOR-STOCK)
                           " stock: " STOCK-BEBIDA(CONTADOR-STOCK)
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM.

       LISTAR-STOCK-SOBREMESAS.
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF ATIVO-SOBREMESA(CONTADOR-STOCK) = "S"
                   DISPLAY CONTADOR-STOCK ". "
                           NOME-SOBREMESA(CONTADOR-STOCK)
                           " stock: " STOCK-SOBREMESA(CONTADOR-STOCK)
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM.

      *CARREGA A PROPOSTA DE ENCOMENDA PENDENTE (SE EXISTIR) E PÕE
      *A ZEROS O RECEBIDO DESTA SESSÃO DE RECEÇÃO.
       CARREGAR-PROPOSTA-PENDENTE.
           END-PERFORM.

      *RESUMO DIÁRIO DE MOVIMENTOS: ABERTURA / VENDIDO / RECEBIDO /
      *QUEBRA / DEVOLVIDO / ACERTO DE INVENTÁRIO / FECHO POR
      *INGREDIENTE, RECONSTRUÍDO A PARTIR DO DIÁRIO MOVSTOCK (O
      *FICHEIRO É REABERTO PARA LEITURA E VOLTA DEPOIS AO MODO DE
      *ACRESCENTO).
       RESUMO-MOVIMENTOS-STOCK.
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               MOVE 0 TO RESUMO-RECEBIDO(CONTADOR-STOCK)
               MOVE 0 TO RESUMO-QUEBRA(CONTADOR-STOCK)
               MOVE 0 TO RESUMO-DEVOLVIDO(CONTADOR-STOCK)
               MOVE 0 TO RESUMO-ACERTO(CONTADOR-STOCK)
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           MOVE "RESUMO DE STOCK EMITIDO" TO EVENTO-AUDITORIA
                   WHEN MOV-DEVOLUCAO
                       ADD MOV-QUANTIDADE
                           TO RESUMO-DEVOLVIDO(MOV-CODIGO-ING)
                   WHEN MOV-ACERTO AND MOV-ACERTO-FALTA
                       SUBTRACT MOV-QUANTIDADE
                           FROM RESUMO-ACERTO(MOV-CODIGO-ING)
                   WHEN MOV-ACERTO
                       ADD MOV-QUANTIDADE
                           TO RESUMO-ACERTO(MOV-CODIGO-ING)
               END-EVALUATE
           END-IF.

      *A ABERTURA DO DIA RECONSTRÓI-SE A PARTIR DO FECHO ATUAL:
      *ABERTURA = FECHO + VENDIDO + QUEBRA - RECEBIDO - DEVOLVIDO
      *- ACERTO (O ACERTO É NEGATIVO QUANDO O INVENTÁRIO DEU FALTA).
       MOSTRAR-LINHA-RESUMO-STOCK.
           COMPUTE RESUMO-INICIAL(CONTADOR-STOCK) =
               STOCK-ING(CONTADOR-STOCK)
               + RESUMO-QUEBRA(CONTADOR-STOCK)
               - RESUMO-RECEBIDO(CONTADOR-STOCK)
               - RESUMO-DEVOLVIDO(CONTADOR-STOCK)
               - RESUMO-ACERTO(CONTADOR-STOCK)
           MOVE RESUMO-INICIAL(CONTADOR-STOCK) TO RESUMO-INICIAL-ED
           MOVE RESUMO-VENDIDO(CONTADOR-STOCK) TO RESUMO-VENDIDO-ED
           MOVE RESUMO-RECEBIDO(CONTADOR-STOCK) TO RESUMO-RECEBIDO-ED
           MOVE RESUMO-QUEBRA(CONTADOR-STOCK) TO RESUMO-QUEBRA-ED
           MOVE RESUMO-DEVOLVIDO(CONTADOR-STOCK)
                TO RESUMO-DEVOLVIDO-ED
           MOVE RESUMO-ACERTO(CONTADOR-STOCK) TO RESUMO-ACERTO-ED
           MOVE STOCK-ING(CONTADOR-STOCK) TO RESUMO-FINAL-ED
           DISPLAY "  " NOME-ING(CONTADOR-STOCK)
                   " Abertura:" RESUMO-INICIAL-ED
                   " Recebido:" RESUMO-RECEBIDO-ED
                   " Quebra:" RESUMO-QUEBRA-ED
                   " Devolvido:" RESUMO-DEVOLVIDO-ED
                   " Acerto:" RESUMO-ACERTO-ED
                   " Fecho:" RESUMO-FINAL-ED.

      *INVENTÁRIO FÍSICO: IMPRIME A FOLHA DE CONTAGEM (SEM O STOCK
      *TEÓRICO, PARA A CONTAGEM SER CEGA), RECOLHE A QUANTIDADE
      *CONTADA DE CADA INGREDIENTE, BEBIDA E SOBREMESA E, COM
      *CONFIRMAÇÃO, LANÇA A DIFERENÇA NO DIÁRIO COMO ACERTO (TIPO
      *A) E PÕE O STOCK IGUAL AO CONTADO. O RELATÓRIO DE DIFERENÇAS
      *SAI SEMPRE; SEM CONFIRMAÇÃO FICA COMO SIMPLES CONSULTA.
       INVENTARIO-FISICO.
           DISPLAY "----------------------------------------"
           DISPLAY "INVENTÁRIO FÍSICO"
           PERFORM IMPRIMIR-FOLHA-CONTAGEM
           DISPLAY "Folha de contagem enviada para RECIBOS."
           PERFORM APURAR-MOVIMENTOS-INVENTARIO
           DISPLAY "Indique a quantidade contada de cada artigo."
           MOVE 1 TO INV-TIPO
           PERFORM UNTIL INV-TIPO > 3
               MOVE 1 TO INV-CODIGO
               PERFORM UNTIL INV-CODIGO > 10
                   PERFORM CONTAR-ARTIGO-INVENTARIO
                   ADD 1 TO INV-CODIGO
               END-PERFORM
               ADD 1 TO INV-TIPO
           END-PERFORM
           DISPLAY "Lançar as diferenças e acertar o stock? (S/N): "
           ACCEPT RESPOSTA-INVENTARIO
           IF RESPOSTA-INVENTARIO = "S" OR RESPOSTA-INVENTARIO = "s"
               MOVE "S" TO INV-LANCADO
               PERFORM OBTER-DATA-HORA-SISTEMA
               MOVE 1 TO INV-TIPO
               PERFORM UNTIL INV-TIPO > 3
                   MOVE 1 TO INV-CODIGO
                   PERFORM UNTIL INV-CODIGO > 10
                       PERFORM LANCAR-ACERTO-INVENTARIO
                       ADD 1 TO INV-CODIGO
                   END-PERFORM
                   ADD 1 TO INV-TIPO
               END-PERFORM
           ELSE
               MOVE "N" TO INV-LANCADO
           END-IF
           PERFORM IMPRIMIR-DIFERENCAS-INVENTARIO
           MOVE SPACES TO EVENTO-AUDITORIA
           IF INV-LANCADO = "S"
               MOVE DATA-PEDIDO TO DATA-ULTIMO-INVENTARIO
               MOVE HORA-PEDIDO TO HORA-ULTIMO-INVENTARIO
               PERFORM GRAVAR-CONTROLO
               STRING "INVENTARIO FISICO - " DELIMITED BY SIZE
                      INV-LINHAS-DIF DELIMITED BY SIZE
                      " DIFERENCA(S)" DELIMITED BY SIZE
                      INTO EVENTO-AUDITORIA
               DISPLAY "Diferenças lançadas no diário de stock."
           ELSE
               MOVE "INVENTARIO FISICO SEM LANCAMENTO"
                   TO EVENTO-AUDITORIA
               DISPLAY "Aviso: diferenças não lançadas, "
                       "stock inalterado."
           END-IF
           PERFORM REGISTAR-AUDITORIA.

      *DÁ O NOME, O STOCK TEÓRICO E O CUSTO MÉDIO DO ARTIGO
      *INV-CODIGO DO GRUPO INV-TIPO. BEBIDAS E SOBREMESAS SEM LINHA NO
      *PRECOS FICAM INATIVAS E NÃO ENTRAM NA CONTAGEM.
       OBTER-ARTIGO-INVENTARIO.
           MOVE "N" TO INV-ATIVO
           MOVE SPACES TO INV-NOME
           MOVE 0 TO INV-STOCK
           MOVE 0 TO INV-CUSTO
           EVALUATE INV-TIPO
               WHEN 1
                   MOVE "S" TO INV-ATIVO
                   MOVE NOME-ING(INV-CODIGO) TO INV-NOME
                   MOVE STOCK-ING(INV-CODIGO) TO INV-STOCK
                   MOVE CUSTO-MEDIO-ING(INV-CODIGO) TO INV-CUSTO
               WHEN 2
                   IF ATIVO-BEBIDA(INV-CODIGO) = "S"
                       MOVE "S" TO INV-ATIVO
                       MOVE NOME-BEBIDA(INV-CODIGO) TO INV-NOME
                       MOVE STOCK-BEBIDA(INV-CODIGO) TO INV-STOCK
                       MOVE CUSTO-MEDIO-BEBIDA(INV-CODIGO) TO INV-CUSTO
                   END-IF
               WHEN 3
                   IF ATIVO-SOBREMESA(INV-CODIGO) = "S"
                       MOVE "S" TO INV-ATIVO
                       MOVE NOME-SOBREMESA(INV-CODIGO) TO INV-NOME
                       MOVE STOCK-SOBREMESA(INV-CODIGO) TO INV-STOCK
                       MOVE CUSTO-MEDIO-SOBREMESA(INV-CODIGO)
                            TO INV-CUSTO
                   END-IF
           END-EVALUATE.

       IMPRIMIR-FOLHA-CONTAGEM.
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "FOLHA DE CONTAGEM - " DELIMITED BY SIZE
                  STRING-DATA DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE "Contar o que está na prateleira, em unidades."
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE 1 TO INV-TIPO
           PERFORM UNTIL INV-TIPO > 3
               PERFORM IMPRIMIR-TITULO-GRUPO-INV
               MOVE 1 TO INV-CODIGO
               PERFORM UNTIL INV-CODIGO > 10
                   PERFORM OBTER-ARTIGO-INVENTARIO
                   IF INV-ATIVO = "S"
                       MOVE SPACES TO REG-RECIBO
                       STRING "  " DELIMITED BY SIZE
                              INV-CODIGO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              INV-NOME DELIMITED BY SIZE
                              " ......... ________" DELIMITED BY SIZE
                              INTO REG-RECIBO
                       PERFORM ESCREVER-LINHA-RECIBO
                   END-IF
                   ADD 1 TO INV-CODIGO
               END-PERFORM
               ADD 1 TO INV-TIPO
           END-PERFORM
           MOVE SPACES TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE "Contado por: ________________  Hora: ______"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO.

       IMPRIMIR-TITULO-GRUPO-INV.
           MOVE SPACES TO REG-RECIBO
           EVALUATE INV-TIPO
               WHEN 1
                   MOVE "Ingredientes:" TO REG-RECIBO
               WHEN 2
                   MOVE "Bebidas:" TO REG-RECIBO
               WHEN 3
                   MOVE "Sobremesas:" TO REG-RECIBO
           END-EVALUATE
           PERFORM ESCREVER-LINHA-RECIBO.

      *SOMA, POR ARTIGO, OS MOVIMENTOS DO DIÁRIO POSTERIORES AO
      *ÚLTIMO INVENTÁRIO (TODO O DIÁRIO SE AINDA NÃO HOUVE NENHUM).
      *OS ACERTOS DESSE INVENTÁRIO TÊM A SUA PRÓPRIA DATA E HORA E
      *FICAM DE FORA.
       APURAR-MOVIMENTOS-INVENTARIO.
           MOVE 1 TO INV-TIPO
           PERFORM UNTIL INV-TIPO > 3
               MOVE 1 TO INV-CODIGO
               PERFORM UNTIL INV-CODIGO > 10
                   MOVE 0 TO INV-TEORICO(INV-TIPO, INV-CODIGO)
                   MOVE 0 TO INV-CONTADO(INV-TIPO, INV-CODIGO)
                   MOVE 0 TO INV-VENDIDO(INV-TIPO, INV-CODIGO)
                   MOVE 0 TO INV-RECEBIDO(INV-TIPO, INV-CODIGO)
                   MOVE 0 TO INV-QUEBRA(INV-TIPO, INV-CODIGO)
                   MOVE 0 TO INV-DEVOLVIDO(INV-TIPO, INV-CODIGO)
                   ADD 1 TO INV-CODIGO
               END-PERFORM
               ADD 1 TO INV-TIPO
           END-PERFORM
           COMPUTE INV-MOMENTO-ULTIMO =
               DATA-ULTIMO-INVENTARIO * 1000000
               + HORA-ULTIMO-INVENTARIO
           CLOSE MOVSTOCK-FILE
           OPEN INPUT MOVSTOCK-FILE
           IF STATUS-ARQUIVO-MOVSTOCK = "00"
               PERFORM ACUMULAR-MOVIMENTO-INVENTARIO
                   UNTIL STATUS-ARQUIVO-MOVSTOCK NOT = "00"
               CLOSE MOVSTOCK-FILE
           END-IF
           OPEN EXTEND MOVSTOCK-FILE.

       ACUMULAR-MOVIMENTO-INVENTARIO.
           READ MOVSTOCK-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-MOVSTOCK
           END-READ
           IF STATUS-ARQUIVO-MOVSTOCK = "00"
                   AND MOV-CODIGO-ING >= 1 AND MOV-CODIGO-ING <= 10
               COMPUTE INV-MOMENTO-MOV =
                   MOV-DATA * 1000000 + MOV-HORA
               IF INV-MOMENTO-MOV > INV-MOMENTO-ULTIMO
                   EVALUATE TRUE
                       WHEN MOV-ART-BEBIDA
                           MOVE 2 TO INV-TIPO-MOV
                       WHEN MOV-ART-SOBREMESA
                           MOVE 3 TO INV-TIPO-MOV
                       WHEN OTHER
                           MOVE 1 TO INV-TIPO-MOV
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN MOV-VENDA
                           ADD MOV-QUANTIDADE
                               TO INV-VENDIDO(INV-TIPO-MOV,
                                              MOV-CODIGO-ING)
                       WHEN MOV-ENTRADA
                           ADD MOV-QUANTIDADE
                               TO INV-RECEBIDO(INV-TIPO-MOV,
                                               MOV-CODIGO-ING)
                       WHEN MOV-QUEBRA
                           ADD MOV-QUANTIDADE
                               TO INV-QUEBRA(INV-TIPO-MOV,
                                             MOV-CODIGO-ING)
                       WHEN MOV-DEVOLUCAO
                           ADD MOV-QUANTIDADE
                               TO INV-DEVOLVIDO(INV-TIPO-MOV,
                                                MOV-CODIGO-ING)
                   END-EVALUATE
               END-IF
           END-IF.

      *O STOCK TEÓRICO É GUARDADO ANTES DE PEDIR A CONTAGEM; ARTIGOS
      *INATIVOS FICAM COM O CONTADO IGUAL AO TEÓRICO (SEM DIFERENÇA).
       CONTAR-ARTIGO-INVENTARIO.
           PERFORM OBTER-ARTIGO-INVENTARIO
           MOVE INV-STOCK TO INV-TEORICO(INV-TIPO, INV-CODIGO)
           MOVE INV-STOCK TO INV-CONTADO(INV-TIPO, INV-CODIGO)
           IF INV-ATIVO = "S"
               DISPLAY INV-CODIGO ". " INV-NOME
                       " - quantidade contada: "
               ACCEPT INV-QTD-LIDA
               MOVE INV-QTD-LIDA TO INV-CONTADO(INV-TIPO, INV-CODIGO)
           END-IF.

      *O ACERTO LEVA A DIFERENÇA EM VALOR ABSOLUTO E O SENTIDO; O
      *REJOGO DO ARRANQUE CHEGA ASSIM AO MESMO STOCK CONTADO.
       LANCAR-ACERTO-INVENTARIO.
           PERFORM OBTER-ARTIGO-INVENTARIO
           IF INV-ATIVO = "S"
                   AND INV-CONTADO(INV-TIPO, INV-CODIGO)
                       NOT = INV-TEORICO(INV-TIPO, INV-CODIGO)
               MOVE "A" TO MOV-REG-TIPO
               MOVE INV-CODIGO TO MOV-REG-CODIGO
               IF INV-CONTADO(INV-TIPO, INV-CODIGO)
                       < INV-TEORICO(INV-TIPO, INV-CODIGO)
                   COMPUTE MOV-REG-QTD =
                       INV-TEORICO(INV-TIPO, INV-CODIGO)
                       - INV-CONTADO(INV-TIPO, INV-CODIGO)
                   MOVE "-" TO MOV-REG-SENTIDO
               ELSE
                   COMPUTE MOV-REG-QTD =
                       INV-CONTADO(INV-TIPO, INV-CODIGO)
                       - INV-TEORICO(INV-TIPO, INV-CODIGO)
                   MOVE "+" TO MOV-REG-SENTIDO
               END-IF
               EVALUATE INV-TIPO
                   WHEN 1
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       MOVE INV-CONTADO(INV-TIPO, INV-CODIGO)
                            TO STOCK-ING(INV-CODIGO)
                   WHEN 2
                       MOVE "B" TO MOV-REG-ARTIGO
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       MOVE INV-CONTADO(INV-TIPO, INV-CODIGO)
                            TO STOCK-BEBIDA(INV-CODIGO)
                   WHEN 3
                       MOVE "S" TO MOV-REG-ARTIGO
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       MOVE INV-CONTADO(INV-TIPO, INV-CODIGO)
                            TO STOCK-SOBREMESA(INV-CODIGO)
               END-EVALUATE
           END-IF.

      *RELATÓRIO DE DIFERENÇAS: TEÓRICO, CONTADO, DIFERENÇA EM
      *UNIDADES E, QUANDO O CUSTO MÉDIO É CONHECIDO, EM EUROS; POR
      *BAIXO DE CADA ARTIGO, OS MOVIMENTOS DESDE O ÚLTIMO INVENTÁRIO,
      *QUE AJUDAM A EXPLICAR (OU NÃO) A DIFERENÇA.
       IMPRIMIR-DIFERENCAS-INVENTARIO.
           MOVE 0 TO INV-LINHAS-DIF
           MOVE 0 TO INV-SEM-CUSTO
           MOVE 0 TO INV-TOTAL-VALOR
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "DIFERENÇAS DE INVENTÁRIO - " DELIMITED BY SIZE
                  STRING-DATA DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE SPACES TO REG-RECIBO
           IF DATA-ULTIMO-INVENTARIO = 0
               MOVE "Movimentos: todo o diário (primeiro inventário)."
                   TO REG-RECIBO
           ELSE
               MOVE DATA-ULTIMO-INVENTARIO TO INV-DATA-ANTERIOR
               MOVE HORA-ULTIMO-INVENTARIO TO INV-HORA-ANTERIOR
               STRING "Movimentos desde o inventário de "
                      DELIMITED BY SIZE
                      INV-DIA-ANT DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      INV-MES-ANT DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      INV-ANO-ANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INV-HH-ANT DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      INV-MM-ANT DELIMITED BY SIZE
                      INTO REG-RECIBO
           END-IF
           PERFORM ESCREVER-LINHA-RECIBO
           IF INV-LANCADO = "N"
               MOVE "*** SÓ CONSULTA: DIFERENÇAS NÃO LANÇADAS ***"
                   TO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
           END-IF
           MOVE "Artigo           Teór  Cont   Dif.      Valor"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE 1 TO INV-TIPO
           PERFORM UNTIL INV-TIPO > 3
               PERFORM IMPRIMIR-TITULO-GRUPO-INV
               MOVE 1 TO INV-CODIGO
               PERFORM UNTIL INV-CODIGO > 10
                   PERFORM IMPRIMIR-LINHA-DIFERENCA-INV
                   ADD 1 TO INV-CODIGO
               END-PERFORM
               ADD 1 TO INV-TIPO
           END-PERFORM
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "Artigos com diferença: " DELIMITED BY SIZE
                  INV-LINHAS-DIF DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE INV-TOTAL-VALOR TO INV-VALOR-ED
           MOVE SPACES TO REG-RECIBO
           STRING "Diferença valorizada: " DELIMITED BY SIZE
                  INV-VALOR-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           IF INV-SEM-CUSTO > 0
               MOVE SPACES TO REG-RECIBO
               STRING "Diferenças sem custo conhecido: "
                      DELIMITED BY SIZE
                      INV-SEM-CUSTO DELIMITED BY SIZE
                      INTO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
           END-IF
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           DISPLAY "----------------------------------------"
           DISPLAY "Artigos com diferença: " INV-LINHAS-DIF
           DISPLAY "Diferença valorizada: " INV-VALOR-ED " EUR"
           IF INV-SEM-CUSTO > 0
               DISPLAY "Diferenças sem custo conhecido: "
                       INV-SEM-CUSTO
           END-IF
           DISPLAY "Relatório de diferenças enviado para RECIBOS."
           DISPLAY "----------------------------------------".

       IMPRIMIR-LINHA-DIFERENCA-INV.
           PERFORM OBTER-ARTIGO-INVENTARIO
           IF INV-ATIVO = "S"
               COMPUTE INV-DIFERENCA =
                   INV-CONTADO(INV-TIPO, INV-CODIGO)
                   - INV-TEORICO(INV-TIPO, INV-CODIGO)
               MOVE INV-TEORICO(INV-TIPO, INV-CODIGO) TO INV-TEORICO-ED
               MOVE INV-CONTADO(INV-TIPO, INV-CODIGO) TO INV-CONTADO-ED
               MOVE INV-DIFERENCA TO INV-DIFERENCA-ED
               MOVE SPACES TO INV-VALOR-TXT
               IF INV-DIFERENCA NOT = 0
                   ADD 1 TO INV-LINHAS-DIF
                   IF INV-CUSTO > 0
                       COMPUTE INV-VALOR = INV-DIFERENCA * INV-CUSTO
                       ADD INV-VALOR TO INV-TOTAL-VALOR
                       MOVE INV-VALOR TO INV-VALOR-ED
                       MOVE INV-VALOR-ED TO INV-VALOR-TXT
                   ELSE
                       ADD 1 TO INV-SEM-CUSTO
                       MOVE "   s/custo" TO INV-VALOR-TXT
                   END-IF
               END-IF
               MOVE SPACES TO REG-RECIBO
               STRING INV-NOME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INV-TEORICO-ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INV-CONTADO-ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INV-DIFERENCA-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INV-VALOR-TXT DELIMITED BY SIZE
                      INTO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
               MOVE INV-VENDIDO(INV-TIPO, INV-CODIGO)
                    TO RESUMO-VENDIDO-ED
               MOVE INV-RECEBIDO(INV-TIPO, INV-CODIGO)
                    TO RESUMO-RECEBIDO-ED
               MOVE INV-QUEBRA(INV-TIPO, INV-CODIGO)
                    TO RESUMO-QUEBRA-ED
               MOVE INV-DEVOLVIDO(INV-TIPO, INV-CODIGO)
                    TO RESUMO-DEVOLVIDO-ED
               MOVE SPACES TO REG-RECIBO
               STRING "   Vend." DELIMITED BY SIZE
                      RESUMO-VENDIDO-ED DELIMITED BY SIZE
                      " Rec." DELIMITED BY SIZE
                      RESUMO-RECEBIDO-ED DELIMITED BY SIZE
                      " Queb." DELIMITED BY SIZE
                      RESUMO-QUEBRA-ED DELIMITED BY SIZE
                      " Dev." DELIMITED BY SIZE
                      RESUMO-DEVOLVIDO-ED DELIMITED BY SIZE
                      INTO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
           END-IF.

      *RELATÓRIO DE MARGEM (FOOD COST): PARA CADA PIZZA DA EMENTA EM
      *CADA TAMANHO, PARA A BASE DO MONTE A SUA, OS INGREDIENTES
      *EXTRA, AS BEBIDAS E AS SOBREMESAS, O CUSTO (CUSTO MÉDIO
      *PONDERADO, MAIS A BASE DA PIZZA), O PREÇO DE TABELA (QUE NÃO
      *LEVA I.V.A.; O IMPOSTO SOMA-SE NO PEDIDO), A MARGEM E A
      *PERCENTAGEM DE CUSTO. NO FIM, O CUSTO DAS VENDAS DE UM
      *PERÍODO CONTRA AS VENDAS SEM I.V.A. (E SEM TAXAS DE ENTREGA),
      *LIDO DO MESTRE E DO HISTÓRICO, AO CUSTO MÉDIO ATUAL.
       RELATORIO-MARGEM.
           DISPLAY "----------------------------------------"
           DISPLAY "RELATÓRIO DE MARGEM - " STRING-DATA
           DISPLAY "----------------------------------------"
           DISPLAY "Artigo          Tamanho   Custo  s/IVA  Margem"
                   "   FC%"
           DISPLAY "Pizzas da ementa:"
           MOVE 1 TO CONTADOR-EMENTA
           PERFORM UNTIL CONTADOR-EMENTA > 10
               IF ATIVO-EMENTA(CONTADOR-EMENTA) = "S"
                   MOVE 1 TO MRG-TAMANHO
                   PERFORM UNTIL MRG-TAMANHO > 3
                       PERFORM MARGEM-PIZZA-EMENTA
                       ADD 1 TO MRG-TAMANHO
                   END-PERFORM
               END-IF
               ADD 1 TO CONTADOR-EMENTA
           END-PERFORM
           DISPLAY "Base do monte a sua:"
           MOVE 1 TO MRG-TAMANHO
           PERFORM UNTIL MRG-TAMANHO > 3
               MOVE "Base" TO MRG-NOME
               MOVE NOME-PIZZA(MRG-TAMANHO) TO MRG-DESCRICAO
               MOVE CUSTO-BASE-PIZZA(MRG-TAMANHO) TO MRG-CUSTO
               MOVE VALOR-PIZZA(MRG-TAMANHO) TO MRG-PRECO-LIQUIDO
               PERFORM MOSTRAR-LINHA-MARGEM
               ADD 1 TO MRG-TAMANHO
           END-PERFORM
           DISPLAY "Ingredientes extra:"
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               MOVE NOME-ING(CONTADOR-STOCK) TO MRG-NOME
               MOVE SPACES TO MRG-DESCRICAO
               MOVE CUSTO-MEDIO-ING(CONTADOR-STOCK) TO MRG-CUSTO
               MOVE VALOR-ING(CONTADOR-STOCK) TO MRG-PRECO-LIQUIDO
               PERFORM MOSTRAR-LINHA-MARGEM
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           DISPLAY "Bebidas:"
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF ATIVO-BEBIDA(CONTADOR-STOCK) = "S"
                   MOVE NOME-BEBIDA(CONTADOR-STOCK) TO MRG-NOME
                   MOVE SPACES TO MRG-DESCRICAO
                   MOVE CUSTO-MEDIO-BEBIDA(CONTADOR-STOCK)
                        TO MRG-CUSTO
                   MOVE VALOR-BEBIDA(CONTADOR-STOCK)
                        TO MRG-PRECO-LIQUIDO
                   PERFORM MOSTRAR-LINHA-MARGEM
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           DISPLAY "Sobremesas:"
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF ATIVO-SOBREMESA(CONTADOR-STOCK) = "S"
                   MOVE NOME-SOBREMESA(CONTADOR-STOCK) TO MRG-NOME
                   MOVE SPACES TO MRG-DESCRICAO
                   MOVE CUSTO-MEDIO-SOBREMESA(CONTADOR-STOCK)
                        TO MRG-CUSTO
                   MOVE VALOR-SOBREMESA(CONTADOR-STOCK)
                        TO MRG-PRECO-LIQUIDO
                   PERFORM MOSTRAR-LINHA-MARGEM
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           PERFORM CUSTO-VENDAS-PERIODO
           DISPLAY "----------------------------------------"
           MOVE "RELATORIO DE MARGEM EMITIDO" TO EVENTO-AUDITORIA
           PERFORM REGISTAR-AUDITORIA.

      *CUSTO DE UMA PIZZA DA EMENTA NUM TAMANHO: BASE DO TAMANHO MAIS
      *O CUSTO MÉDIO DE CADA INGREDIENTE DA RECEITA (UMA UNIDADE DE
      *CADA, COMO O ABATE DE STOCK NA VENDA). O PREÇO DA EMENTA É O
      *MESMO EM TODOS OS TAMANHOS.
       MARGEM-PIZZA-EMENTA.
           MOVE NOME-PIZZA-EMENTA(CONTADOR-EMENTA) TO MRG-NOME
           MOVE NOME-PIZZA(MRG-TAMANHO) TO MRG-DESCRICAO
           MOVE CUSTO-BASE-PIZZA(MRG-TAMANHO) TO MRG-CUSTO
           MOVE 1 TO CONTADOR-ING
           PERFORM UNTIL
                   CONTADOR-ING > QTD-ING-EMENTA(CONTADOR-EMENTA)
               ADD CUSTO-MEDIO-ING(ING-EMENTA(CONTADOR-EMENTA,
                   CONTADOR-ING)) TO MRG-CUSTO
               ADD 1 TO CONTADOR-ING
           END-PERFORM
           MOVE VALOR-PIZZA-EMENTA(CONTADOR-EMENTA) TO MRG-PRECO-LIQUIDO
           PERFORM MOSTRAR-LINHA-MARGEM.

      *UMA LINHA DO RELATÓRIO: ENTRA COM MRG-NOME, MRG-DESCRICAO,
      *MRG-CUSTO E MRG-PRECO-LIQUIDO (O PREÇO DE TABELA, SEM I.V.A.).
      *UM ARTIGO VENDIDO ABAIXO DO CUSTO SAI ASSINALADO PARA SE REVER
      *O PREÇO.
       MOSTRAR-LINHA-MARGEM.
           COMPUTE MRG-MARGEM = MRG-PRECO-LIQUIDO - MRG-CUSTO
           IF MRG-PRECO-LIQUIDO > 0
               COMPUTE MRG-FOOD-COST ROUNDED =
                   MRG-CUSTO * 100 / MRG-PRECO-LIQUIDO
           ELSE
               MOVE 0 TO MRG-FOOD-COST
           END-IF
           IF MRG-MARGEM < 0
               MOVE "*** PREJUÍZO" TO MRG-ALERTA
           ELSE
               IF MRG-CUSTO = 0
                   MOVE "(sem custo)" TO MRG-ALERTA
               ELSE
                   MOVE SPACES TO MRG-ALERTA
               END-IF
           END-IF
           MOVE MRG-CUSTO TO MRG-CUSTO-ED
           MOVE MRG-PRECO-LIQUIDO TO MRG-PRECO-ED
           MOVE MRG-MARGEM TO MRG-MARGEM-ED
           MOVE MRG-FOOD-COST TO MRG-FOOD-COST-ED
           DISPLAY "  " MRG-NOME " " MRG-DESCRICAO " "
                   MRG-CUSTO-ED " " MRG-PRECO-ED " "
                   MRG-MARGEM-ED " " MRG-FOOD-COST-ED "% "
                   MRG-ALERTA.

      *CUSTO DAS VENDAS DE UM PERÍODO CONTRA AS VENDAS SEM I.V.A.,
      *PELOS DOCUMENTOS DO MESTRE E DO HISTÓRICO (COMO A EXPORTAÇÃO),
      *SEM OS ANULADOS NEM AS CONTAS DE MESA AINDA ABERTAS.
       CUSTO-VENDAS-PERIODO.
           DISPLAY "----------------------------------------"
           DISPLAY "Custo das vendas de um período:"
           DISPLAY "Data inicial (AAAAMMDD): "
           ACCEPT MRG-DATA-INICIO
           DISPLAY "Data final (AAAAMMDD): "
           ACCEPT MRG-DATA-FIM
           PERFORM UNTIL MRG-DATA-FIM >= MRG-DATA-INICIO
               DISPLAY "Erro: data final anterior à inicial!"
               DISPLAY "Data final (AAAAMMDD): "
               ACCEPT MRG-DATA-FIM
           END-PERFORM
           MOVE 0 TO MRG-PEDIDOS
           MOVE 0 TO MRG-VENDAS-LIQUIDAS
           MOVE 0 TO MRG-CUSTO-VENDAS
           MOVE MRG-DATA-INICIO TO REG-DATA-PEDIDO
           MOVE 0 TO REG-NUMERO-PEDIDO
           START PEDIDOS-FILE KEY IS >= CHAVE-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-START
           PERFORM CUSTO-PEDIDO-MESTRE
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO > MRG-DATA-FIM
           OPEN INPUT HISTORICO-FILE
           IF STATUS-ARQUIVO-HISTORICO = "35"
               CONTINUE
           ELSE
               PERFORM CUSTO-PEDIDO-ARQUIVO
                   UNTIL STATUS-ARQUIVO-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
           END-IF
           COMPUTE MRG-MARGEM-PERIODO =
               MRG-VENDAS-LIQUIDAS - MRG-CUSTO-VENDAS
           DISPLAY "Pedidos no período: " MRG-PEDIDOS
           MOVE MRG-VENDAS-LIQUIDAS TO MRG-TOTAL-ED
           DISPLAY "Vendas sem I.V.A. nem entregas: " MRG-TOTAL-ED
                   " EUR"
           MOVE MRG-CUSTO-VENDAS TO MRG-TOTAL-ED
           DISPLAY "Custo das mercadorias vendidas: " MRG-TOTAL-ED
                   " EUR"
           MOVE MRG-MARGEM-PERIODO TO MRG-MARGEM-PER-ED
           DISPLAY "Margem bruta: " MRG-MARGEM-PER-ED " EUR"
           IF MRG-VENDAS-LIQUIDAS > 0
               COMPUTE MRG-FOOD-COST ROUNDED =
                   MRG-CUSTO-VENDAS * 100 / MRG-VENDAS-LIQUIDAS
               MOVE MRG-FOOD-COST TO MRG-FOOD-COST-ED
               DISPLAY "Food cost do período: " MRG-FOOD-COST-ED "%"
           END-IF.

       CUSTO-PEDIDO-MESTRE.
           READ PEDIDOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-READ
           IF STATUS-ARQUIVO-PEDIDOS = "00"
                   AND REG-DATA-PEDIDO <= MRG-DATA-FIM
               PERFORM CUSTO-PEDIDO-COMUM
           END-IF.

       CUSTO-PEDIDO-ARQUIVO.
           READ HISTORICO-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-HISTORICO
           END-READ
           IF STATUS-ARQUIVO-HISTORICO = "00"
               MOVE REG-HISTORICO TO REG-PEDIDO
               IF REG-DATA-PEDIDO >= MRG-DATA-INICIO
                       AND REG-DATA-PEDIDO <= MRG-DATA-FIM
                   PERFORM CUSTO-PEDIDO-COMUM
               END-IF
           END-IF.

      *A TAXA DE ENTREGA GUARDADA NO PEDIDO É A DE TABELA, SEM
      *I.V.A.; COM ENTREGA GRÁTIS SÓ SE COBROU A TAXA MENOS O VALOR DA
      *LINHA DE PROMOÇÃO "E", QUE SE REPÕE NAS VENDAS.
       CUSTO-PEDIDO-COMUM.
           IF REG-ESTADO-DOC NOT = "C" AND REG-ESTADO-DOC NOT = "M"
               ADD 1 TO MRG-PEDIDOS
               COMPUTE MRG-VENDAS-LIQUIDAS = MRG-VENDAS-LIQUIDAS
                   + REG-TOTAL-FINAL-CALC - REG-TOTAL-IVA-CALC
                   - REG-TAXA-ENTREGA-CALC
               MOVE 1 TO CONTADOR-PROMO
               PERFORM UNTIL CONTADOR-PROMO > REG-NUM-PROMOS
                   PERFORM REPOR-ENTREGA-GRATIS-MARGEM
                   ADD 1 TO CONTADOR-PROMO
               END-PERFORM
               MOVE 1 TO CONTADOR-PIZZA
               PERFORM UNTIL CONTADOR-PIZZA > REG-NUM-PIZZAS
                   IF REG-TAMANHO-PIZZA(CONTADOR-PIZZA) >= 1
                           AND REG-TAMANHO-PIZZA(CONTADOR-PIZZA) <= 3
                       ADD CUSTO-BASE-PIZZA(
                           REG-TAMANHO-PIZZA(CONTADOR-PIZZA))
                           TO MRG-CUSTO-VENDAS
                   END-IF
                   MOVE 1 TO CONTADOR-ING
                   PERFORM UNTIL
                           CONTADOR-ING > REG-NUM-ING(CONTADOR-PIZZA)
                       IF REG-CODIGO-ING(CONTADOR-PIZZA, CONTADOR-ING)
                               >= 1 AND
                          REG-CODIGO-ING(CONTADOR-PIZZA, CONTADOR-ING)
                               <= 10
                           ADD CUSTO-MEDIO-ING(REG-CODIGO-ING(
                               CONTADOR-PIZZA, CONTADOR-ING))
                               TO MRG-CUSTO-VENDAS
                       END-IF
                       ADD 1 TO CONTADOR-ING
                   END-PERFORM
                   ADD 1 TO CONTADOR-PIZZA
               END-PERFORM
               MOVE 1 TO CONTADOR-ARTIGO
               PERFORM UNTIL CONTADOR-ARTIGO > REG-NUM-ARTIGOS
                   IF REG-CODIGO-ARTIGO(CONTADOR-ARTIGO) >= 1
                           AND REG-CODIGO-ARTIGO(CONTADOR-ARTIGO) <= 10
                       IF REG-TIPO-ARTIGO(CONTADOR-ARTIGO) = "B"
                           ADD CUSTO-MEDIO-BEBIDA(
                               REG-CODIGO-ARTIGO(CONTADOR-ARTIGO))
                               TO MRG-CUSTO-VENDAS
                       ELSE
                           ADD CUSTO-MEDIO-SOBREMESA(
                               REG-CODIGO-ARTIGO(CONTADOR-ARTIGO))
                               TO MRG-CUSTO-VENDAS
                       END-IF
                   END-IF
                   ADD 1 TO CONTADOR-ARTIGO
               END-PERFORM
           END-IF.

       REPOR-ENTREGA-GRATIS-MARGEM.
           IF REG-CODIGO-PROMO(CONTADOR-PROMO) >= 1
                   AND REG-CODIGO-PROMO(CONTADOR-PROMO) <= 10
               IF TIPO-PROMO(REG-CODIGO-PROMO(CONTADOR-PROMO)) = "E"
                   ADD REG-VALOR-PROMO(CONTADOR-PROMO)
                       TO MRG-VENDAS-LIQUIDAS
               END-IF
           END-IF.

      *LÊ OS FORNECEDORES HABITUAIS DO FICHEIRO FORNECED, MANTIDO
      *COMO O FICHEIRO OPERADOR. SEM FICHEIRO, NÃO HÁ PROPOSTAS DE
      *ENCOMENDA E A COMPRA CONTINUA A OLHO.
       CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECED-FILE
           IF STATUS-ARQUIVO-FORNECED = "35"
               DISPLAY "Aviso: ficheiro de fornecedores não "
                       "encontrado, propostas indisponíveis."
           ELSE
               PERFORM LER-PROXIMO-FORNECEDOR
                   UNTIL STATUS-ARQUIVO-FORNECED NOT = "00"
               CLOSE FORNECED-FILE
           END-IF.

       LER-PROXIMO-FORNECEDOR.
           READ FORNECED-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-FORNECED
           END-READ
           IF STATUS-ARQUIVO-FORNECED = "00"
               IF CODIGO-REG-FORN >= 1 AND CODIGO-REG-FORN <= 10
                       AND EMBALAGEM-REG-FORN > 0
                   MOVE "S" TO ATIVO-FORN(CODIGO-REG-FORN)
                   MOVE NOME-REG-FORN TO NOME-FORN(CODIGO-REG-FORN)
                   MOVE EMBALAGEM-REG-FORN
                        TO EMBALAGEM-FORN(CODIGO-REG-FORN)
               ELSE
                   DISPLAY "Aviso: linha inválida em FORNECED, a "
                           "ignorar: " CODIGO-REG-FORN
               END-IF
           END-IF.

      *LÊ AS ZONAS DE ENTREGA DO FICHEIRO ZONAS. SEM FICHEIRO (OU SEM
      *LINHAS VÁLIDAS) NÃO HÁ ZONAS E A TAXA DE ENTREGA CONTINUA A
      *SER A TAXA ÚNICA DO FICHEIRO PRECOS, SEM RECUSAR MORADAS.
       CARREGAR-ZONAS.
           MOVE 0 TO TOTAL-PREFIXOS
           MOVE "N" TO ZONAS-ATIVAS
           OPEN INPUT ZONAS-FILE
           IF STATUS-ARQUIVO-ZONAS = "35"
               DISPLAY "Aviso: ficheiro de zonas não encontrado, "
                       "a usar a taxa de entrega única."
           ELSE
               PERFORM LER-PROXIMA-ZONA
                   UNTIL STATUS-ARQUIVO-ZONAS NOT = "00"
               CLOSE ZONAS-FILE
               IF TOTAL-PREFIXOS > 0
                   MOVE "S" TO ZONAS-ATIVAS
                   DISPLAY TOTAL-PREFIXOS
                           " código(s) postal(is) de entrega "
                           "carregado(s)."
               END-IF
           END-IF.

       LER-PROXIMA-ZONA.
           READ ZONAS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-ZONAS
           END-READ
           IF STATUS-ARQUIVO-ZONAS = "00"
               EVALUATE TRUE
                   WHEN CODIGO-REG-ZONA < 1 OR CODIGO-REG-ZONA > 9
                       DISPLAY "Aviso: código de zona inválido em "
                               "ZONAS, a ignorar linha: "
                               CODIGO-REG-ZONA
                   WHEN PREFIXO-REG-ZONA IS NOT NUMERIC
                       DISPLAY "Aviso: código postal inválido em "
                               "ZONAS, a ignorar linha: "
                               PREFIXO-REG-ZONA
                   WHEN TOTAL-PREFIXOS >= 50
                       DISPLAY "Aviso: demasiados códigos postais em "
                               "ZONAS, a ignorar linha: "
                               PREFIXO-REG-ZONA
                   WHEN OTHER
                       ADD 1 TO TOTAL-PREFIXOS
                       MOVE PREFIXO-REG-ZONA
                            TO PREFIXO-CP(TOTAL-PREFIXOS)
                       MOVE CODIGO-REG-ZONA
                            TO ZONA-PREFIXO(TOTAL-PREFIXOS)
                       MOVE "S" TO ATIVO-ZONA(CODIGO-REG-ZONA)
                       MOVE NOME-REG-ZONA
                            TO NOME-ZONA(CODIGO-REG-ZONA)
                       MOVE TAXA-REG-ZONA
                            TO TAXA-ZONA(CODIGO-REG-ZONA)
                       MOVE MINUTOS-REG-ZONA
                            TO MINUTOS-ZONA(CODIGO-REG-ZONA)
               END-EVALUATE
           END-IF.

       CARREGAR-ALERGENOS.
           MOVE 0 TO TOTAL-ALERGENOS
           MOVE SPACES TO TABELA-ALERGENOS
           MOVE SPACES TO TABELA-ALERGENOS-ARTIGOS
           OPEN INPUT ALERGENOS-FILE
           IF STATUS-ARQUIVO-ALERGENOS = "35"
               DISPLAY "Aviso: ficheiro de alergénios não "
                       "encontrado, sem informação de alergénios."
           ELSE
               PERFORM LER-PROXIMO-ALERGENO
                   UNTIL STATUS-ARQUIVO-ALERGENOS NOT = "00"
               CLOSE ALERGENOS-FILE
           END-IF.

       LER-PROXIMO-ALERGENO.
           READ ALERGENOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-ALERGENOS
           END-READ
           IF STATUS-ARQUIVO-ALERGENOS = "00"
               EVALUATE TRUE
                   WHEN REG-NOME-ALERGENO
                       IF CODIGO-REG-ALERGENO >= 1 AND
                               CODIGO-REG-ALERGENO <= 14
                           MOVE "S"
                                TO ATIVO-ALERGENO(CODIGO-REG-ALERGENO)
                           MOVE NOME-REG-ALERGENO
                                TO NOME-ALERGENO(CODIGO-REG-ALERGENO)
                           ADD 1 TO TOTAL-ALERGENOS
                       ELSE
                           DISPLAY "Aviso: código de alergénio "
                                   "inválido em ALERGENOS, a ignorar "
                                   "linha: " CODIGO-REG-ALERGENO
                       END-IF
                   WHEN REG-ALERG-BASE
                       MOVE 1 TO ALG-GRUPO-SOMA
                       PERFORM GUARDAR-MARCAS-ALERGENOS
                   WHEN REG-ALERG-ING
                       MOVE 2 TO ALG-GRUPO-SOMA
                       PERFORM GUARDAR-MARCAS-ALERGENOS
                   WHEN REG-ALERG-BEBIDA
                       MOVE 3 TO ALG-GRUPO-SOMA
                       PERFORM GUARDAR-MARCAS-ALERGENOS
                   WHEN REG-ALERG-SOBREMESA
                       MOVE 4 TO ALG-GRUPO-SOMA
                       PERFORM GUARDAR-MARCAS-ALERGENOS
                   WHEN OTHER
                       DISPLAY "Aviso: tipo de linha inválido em "
                               "ALERGENOS, a ignorar: "
                               TIPO-REG-ALERGENO
               END-EVALUATE
           END-IF.

       GUARDAR-MARCAS-ALERGENOS.
           IF CODIGO-REG-ALERG-ART >= 1 AND CODIGO-REG-ALERG-ART <= 10
               MOVE 1 TO ALG-INDICE
               PERFORM UNTIL ALG-INDICE > 14
                   MOVE MARCA-REG-ALERGENO(ALG-INDICE)
                        TO ALG-MARCA(ALG-GRUPO-SOMA,
                                     CODIGO-REG-ALERG-ART, ALG-INDICE)
                   ADD 1 TO ALG-INDICE
               END-PERFORM
           ELSE
               DISPLAY "Aviso: código de artigo inválido em "
                       "ALERGENOS, a ignorar linha: "
                       CODIGO-REG-ALERG-ART
           END-IF.

      *DESCOBRE A ZONA DA MORADA EM CP-MORADA: PROCURA O PRIMEIRO
      *CÓDIGO POSTAL NNNN-NNN DA LINHA E CONFRONTA OS 4 PRIMEIROS
      *ALGARISMOS COM A TABELA DE PREFIXOS. DEVOLVE A ZONA EM
      *ZONA-CALCULADA, OU 0 SE A MORADA NÃO CAI EM NENHUMA ZONA.
       DETERMINAR-ZONA-MORADA.
           MOVE 0 TO ZONA-CALCULADA
           MOVE "N" TO CP-ENCONTRADO
           MOVE SPACES TO CP-PREFIXO
           MOVE 1 TO CP-POSICAO
           PERFORM UNTIL CP-POSICAO > 33 OR CP-ENCONTRADO = "S"
               IF CP-CARACTER(CP-POSICAO) IS NUMERIC
                       AND CP-CARACTER(CP-POSICAO + 1) IS NUMERIC
                       AND CP-CARACTER(CP-POSICAO + 2) IS NUMERIC
                       AND CP-CARACTER(CP-POSICAO + 3) IS NUMERIC
                       AND CP-CARACTER(CP-POSICAO + 4) = "-"
                       AND CP-CARACTER(CP-POSICAO + 5) IS NUMERIC
                   MOVE "S" TO CP-ENCONTRADO
                   MOVE CP-CARACTER(CP-POSICAO) TO CP-DIGITO(1)
                   MOVE CP-CARACTER(CP-POSICAO + 1) TO CP-DIGITO(2)
                   MOVE CP-CARACTER(CP-POSICAO + 2) TO CP-DIGITO(3)
                   MOVE CP-CARACTER(CP-POSICAO + 3) TO CP-DIGITO(4)
               ELSE
                   ADD 1 TO CP-POSICAO
               END-IF
           END-PERFORM
           IF CP-ENCONTRADO = "S"
               MOVE 1 TO CONTADOR-PREFIXO
               PERFORM UNTIL CONTADOR-PREFIXO > TOTAL-PREFIXOS
                       OR ZONA-CALCULADA > 0
                   IF PREFIXO-CP(CONTADOR-PREFIXO) = CP-PREFIXO
                       MOVE ZONA-PREFIXO(CONTADOR-PREFIXO)
                            TO ZONA-CALCULADA
                   END-IF
                   ADD 1 TO CONTADOR-PREFIXO
               END-PERFORM
           END-IF.

      *PROPOSTA DE ENCOMENDA A FORNECEDORES: O CONSUMO MÉDIO DIÁRIO
      *DE CADA INGREDIENTE APURA-SE DO DIÁRIO MOVSTOCK (VENDAS A
      *DIVIDIR PELOS DIAS COM MOVIMENTO), A NECESSIDADE COBRE
      *DIAS-COBERTURA DIAS MAIS O LIMIAR DE STOCK BAIXO, E A
      *QUANTIDADE SOBE À EMBALAGEM DO FORNECEDOR. A PROPOSTA SAI
      *IMPRESSA POR FORNECEDOR (VIA RECIBOS) E FICA GRAVADA EM
      *PROPENC PARA A ENTRADA DE MERCADORIA CONFERIR A CHEGADA.
       PROPOR-ENCOMENDA-FORNECEDOR.
           DISPLAY "----------------------------------------"
           DISPLAY "PROPOSTA DE ENCOMENDA A FORNECEDORES"
           PERFORM APURAR-CONSUMO-MOVSTOCK
           IF PROP-DIAS = 0
               DISPLAY "Sem movimentos no diário, sem consumo para "
                       "apurar."
           ELSE
               MOVE "N" TO PROP-ALGUMA
               MOVE 1 TO CONTADOR-FORN
               PERFORM UNTIL CONTADOR-FORN > 10
                   PERFORM CALCULAR-PROPOSTA-ING
                   ADD 1 TO CONTADOR-FORN
               END-PERFORM
               IF PROP-ALGUMA = "N"
                   DISPLAY "Stock suficiente, nada a encomendar."
               ELSE
                   PERFORM IMPRIMIR-PROPOSTA-FORNECEDOR
                   PERFORM GRAVAR-PROPOSTA-PENDENTE
                   MOVE "PROPOSTA A FORNECEDORES EMITIDA"
                       TO EVENTO-AUDITORIA
                   PERFORM REGISTAR-AUDITORIA
               END-IF
           END-IF.

      *VARRE O DIÁRIO MOVSTOCK (REABERTO PARA LEITURA, COMO NO
      *RESUMO) E APURA O TOTAL VENDIDO POR INGREDIENTE E O NÚMERO
      *DE DIAS COM MOVIMENTO - O DIÁRIO É DE ACRESCENTO, PELO QUE
      *AS DATAS VÊM POR ORDEM E BASTA CONTAR AS MUDANÇAS.
       APURAR-CONSUMO-MOVSTOCK.
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               MOVE 0 TO PROP-VENDIDO(CONTADOR-STOCK)
               MOVE 0 TO PROP-QTD(CONTADOR-STOCK)
               MOVE "N" TO PROP-IMPRESSO(CONTADOR-STOCK)
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           MOVE 0 TO PROP-DIAS
           MOVE 0 TO PROP-DATA-ANTERIOR
           CLOSE MOVSTOCK-FILE
           OPEN INPUT MOVSTOCK-FILE
           IF STATUS-ARQUIVO-MOVSTOCK = "00"
               PERFORM LER-MOVIMENTO-CONSUMO
                   UNTIL STATUS-ARQUIVO-MOVSTOCK NOT = "00"
               CLOSE MOVSTOCK-FILE
           END-IF
           OPEN EXTEND MOVSTOCK-FILE.

       LER-MOVIMENTO-CONSUMO.
           READ MOVSTOCK-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-MOVSTOCK
           END-READ
           IF STATUS-ARQUIVO-MOVSTOCK = "00"
               IF MOV-DATA NOT = PROP-DATA-ANTERIOR
                   ADD 1 TO PROP-DIAS
                   MOVE MOV-DATA TO PROP-DATA-ANTERIOR
               END-IF
               IF MOV-VENDA
                       AND MOV-CODIGO-ING >= 1
                       AND MOV-CODIGO-ING <= 10
                       AND NOT MOV-ART-BEBIDA
                       AND NOT MOV-ART-SOBREMESA
                   ADD MOV-QUANTIDADE
                       TO PROP-VENDIDO(MOV-CODIGO-ING)
               END-IF
           END-IF.

       CALCULAR-PROPOSTA-ING.
           IF ATIVO-FORN(CONTADOR-FORN) = "S"
               COMPUTE PROP-CONSUMO-MEDIO ROUNDED =
                   PROP-VENDIDO(CONTADOR-FORN) / PROP-DIAS
               COMPUTE PROP-NECESSIDADE =
                   PROP-CONSUMO-MEDIO * DIAS-COBERTURA
                   + LIMIAR-STOCK-BAIXO
                   - STOCK-ING(CONTADOR-FORN)
               IF PROP-NECESSIDADE > 0
                       OR STOCK-ING(CONTADOR-FORN)
                          <= LIMIAR-STOCK-BAIXO
                   IF PROP-NECESSIDADE < 1
                       MOVE 1 TO PROP-NECESSIDADE
                   END-IF
                   DIVIDE PROP-NECESSIDADE
                       BY EMBALAGEM-FORN(CONTADOR-FORN)
                       GIVING PROP-EMBALAGENS
                       REMAINDER PROP-RESTO
                   IF PROP-RESTO > 0
                       ADD 1 TO PROP-EMBALAGENS
                   END-IF
                   COMPUTE PROP-QTD(CONTADOR-FORN) =
                       PROP-EMBALAGENS
                       * EMBALAGEM-FORN(CONTADOR-FORN)
                   MOVE "S" TO PROP-ALGUMA
               END-IF
           END-IF.

      *IMPRIME A PROPOSTA AGRUPADA POR FORNECEDOR, VIA FICHEIRO
      *RECIBOS COMO OS TALÕES E A FOLHA DE ROTA.
       IMPRIMIR-PROPOSTA-FORNECEDOR.
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "PROPOSTA DE ENCOMENDA - " DELIMITED BY SIZE
                  STRING-DATA DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE 1 TO CONTADOR-FORN
           PERFORM UNTIL CONTADOR-FORN > 10
               IF PROP-QTD(CONTADOR-FORN) > 0
                       AND PROP-IMPRESSO(CONTADOR-FORN) = "N"
                   PERFORM IMPRIMIR-GRUPO-FORNECEDOR
               END-IF
               ADD 1 TO CONTADOR-FORN
           END-PERFORM
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           DISPLAY "Proposta enviada para RECIBOS e gravada em "
                   "PROPENC.".

      *TODAS AS LINHAS DO MESMO FORNECEDOR SAEM JUNTAS, DEBAIXO DO
      *NOME DELE, PARA SE TELEFONAR UMA VEZ SÓ.
       IMPRIMIR-GRUPO-FORNECEDOR.
           MOVE SPACES TO REG-RECIBO
           STRING "Fornecedor: " DELIMITED BY SIZE
                  NOME-FORN(CONTADOR-FORN) DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF PROP-QTD(CONTADOR-STOCK) > 0
                       AND PROP-IMPRESSO(CONTADOR-STOCK) = "N"
                       AND NOME-FORN(CONTADOR-STOCK)
                           = NOME-FORN(CONTADOR-FORN)
                   MOVE PROP-QTD(CONTADOR-STOCK) TO PROP-QTD-ED
                   MOVE SPACES TO REG-RECIBO
                   STRING "  " DELIMITED BY SIZE
                          NOME-ING(CONTADOR-STOCK)
                              DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          PROP-QTD-ED DELIMITED BY SIZE
                          " unid." DELIMITED BY SIZE
                          INTO REG-RECIBO
                   PERFORM ESCREVER-LINHA-RECIBO
                   DISPLAY "  " NOME-FORN(CONTADOR-STOCK) ": "
                           NOME-ING(CONTADOR-STOCK) " -"
                           PROP-QTD-ED " unid."
                   MOVE "S" TO PROP-IMPRESSO(CONTADOR-STOCK)
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM.

      *GRAVA A PROPOSTA EM PROPENC (REESCRITO DO ZERO), PARA A
      *PRÓXIMA ENTRADA DE MERCADORIA CONFERIR A CHEGADA.
       GRAVAR-PROPOSTA-PENDENTE.
           OPEN OUTPUT PROPENC-FILE
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF PROP-QTD(CONTADOR-STOCK) > 0
                   MOVE CONTADOR-STOCK TO PROP-CODIGO-REG
                   MOVE PROP-QTD(CONTADOR-STOCK) TO PROP-QTD-REG
                   WRITE REG-PROPENC
                   IF STATUS-ARQUIVO-PROPENC NOT = "00"
                       DISPLAY "Aviso: falha ao gravar PROPENC!"
                   END-IF
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           CLOSE PROPENC-FILE.

      *FOTOGRAFA O STOCK DE ABERTURA (O QUE VEIO DO FICHEIRO PRECOS)
      *ANTES DO REJOGO DO DIÁRIO MOVSTOCK, PARA A VERIFICAÇÃO DE
      *INTEGRIDADE PODER RECONTAR O DIÁRIO A PARTIR DO MESMO PONTO.
       GUARDAR-STOCK-ABERTURA.
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               MOVE STOCK-ING(CONTADOR-STOCK)
                    TO ABERTURA-ING(CONTADOR-STOCK)
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM.

      *VERIFICAÇÃO DE INTEGRIDADE, A CORRER ANTES DE ABRIR A LOJA:
      *JÁ NOS ACONTECEU RESTAURAR UMA CÓPIA DO PEDIDOS E O CONTROLO
      *FICAR PARA TRÁS, E SÓ DEMOS CONTA QUANDO SAIU UMA FATURA
      *REPETIDA. NO FIM SAI O NÚMERO TOTAL DE DISCREPÂNCIAS.
       VERIFICAR-INTEGRIDADE.
           MOVE 0 TO VERIF-DISCREPANCIAS
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VERIFICAÇÃO DE INTEGRIDADE - " DELIMITED BY SIZE
                  STRING-DATA DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM VERIFICAR-SEQUENCIA-DOCS
           PERFORM VERIFICAR-STOCK-MOVSTOCK
           PERFORM VERIFICAR-EXPFACT
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           IF VERIF-DISCREPANCIAS = 0
               MOVE "Sem discrepâncias. Loja pode abrir."
                   TO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "*** " DELIMITED BY SIZE
                      VERIF-DISCREPANCIAS DELIMITED BY SIZE
                      " discrepância(s)" DELIMITED BY SIZE
                      " a corrigir antes de abrir a loja! ***"
                      DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           MOVE "----------------------------------------"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "VERIFICACAO DE INTEGRIDADE EMITIDA"
               TO EVENTO-AUDITORIA
           PERFORM REGISTAR-AUDITORIA.

      *SEQUÊNCIA DE FATURAS E DE NOTAS DE CRÉDITO: NENHUMA DAS DUAS
      *FICA POR ORDEM DE CHAVE (UMA CONTA DE MESA RECEBE A FATURA SÓ
      *NO FECHO, JÁ COM PEDIDOS MAIS RECENTES FATURADOS), PELO QUE
      *AMBAS SE CONFEREM PELO INTERVALO MÍNIMO-MÁXIMO CONTRA A
      *CONTAGEM: UM INTERVALO MAIOR QUE A CONTAGEM É BURACO, MENOR É
      *DUPLICADO. O MÁXIMO DE CADA SEQUÊNCIA É AINDA CONFRONTADO COM
      *O FICHEIRO DE CONTROLO, O CENÁRIO DO RESTAURO DE CÓPIA.
       VERIFICAR-SEQUENCIA-DOCS.
           MOVE 999999 TO VERIF-FAT-MIN
           MOVE 0 TO VERIF-FAT-MAX
           MOVE 0 TO VERIF-FAT-CONTA
           MOVE 999999 TO VERIF-NC-MIN
           MOVE 0 TO VERIF-NC-MAX
           MOVE 0 TO VERIF-NC-CONTA
           MOVE "1. Sequência de faturas e notas de crédito:"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           OPEN INPUT HISTORICO-FILE
           IF STATUS-ARQUIVO-HISTORICO = "35"
               CONTINUE
           ELSE
               PERFORM VERIFICAR-DOC-ARQUIVO
                   UNTIL STATUS-ARQUIVO-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
           END-IF
           MOVE LOW-VALUES TO CHAVE-PEDIDO
           START PEDIDOS-FILE KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-START
           PERFORM VERIFICAR-DOC-MESTRE
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
           IF VERIF-FAT-CONTA > 0
               COMPUTE VERIF-FAT-ESPERADAS = VERIF-FAT-MAX
                       - VERIF-FAT-MIN + 1
               IF VERIF-FAT-ESPERADAS NOT = VERIF-FAT-CONTA
                   ADD 1 TO VERIF-DISCREPANCIAS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   *** Faturas: esperadas " DELIMITED BY SIZE
                          VERIF-FAT-ESPERADAS DELIMITED BY SIZE
                          " entre " DELIMITED BY SIZE
                          VERIF-FAT-MIN DELIMITED BY SIZE
                          " e " DELIMITED BY SIZE
                          VERIF-FAT-MAX DELIMITED BY SIZE
                          ", encontradas " DELIMITED BY SIZE
                          VERIF-FAT-CONTA DELIMITED BY SIZE
                          " (buraco ou duplicado) ***" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               ELSE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   " DELIMITED BY SIZE
                          VERIF-FAT-CONTA DELIMITED BY SIZE
                          " fatura(s) " DELIMITED BY SIZE
                          "verificada(s), sequência completa"
                          DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
           END-IF
           IF VERIF-NC-CONTA > 0
               COMPUTE VERIF-NC-ESPERADAS = VERIF-NC-MAX
                       - VERIF-NC-MIN + 1
               IF VERIF-NC-ESPERADAS NOT = VERIF-NC-CONTA
                   ADD 1 TO VERIF-DISCREPANCIAS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   *** Notas de crédito: esperadas "
                          DELIMITED BY SIZE
                          VERIF-NC-ESPERADAS DELIMITED BY SIZE
                          " entre " DELIMITED BY SIZE
                          VERIF-NC-MIN DELIMITED BY SIZE
                          " e " DELIMITED BY SIZE
                          VERIF-NC-MAX DELIMITED BY SIZE
                          ", encontradas " DELIMITED BY SIZE
                          VERIF-NC-CONTA DELIMITED BY SIZE
                          " (buraco ou duplicado) ***" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               ELSE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   " DELIMITED BY SIZE
                          VERIF-NC-CONTA DELIMITED BY SIZE
                          " nota(s) de crédito" DELIMITED BY SIZE
                          " verificada(s), sequência completa"
                          DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
           END-IF
           IF VERIF-FAT-MAX NOT = ULTIMO-NUMERO-FATURA
               ADD 1 TO VERIF-DISCREPANCIAS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   *** Controlo desatualizado: última "
                      DELIMITED BY SIZE
                      "fatura nos ficheiros é " DELIMITED BY SIZE
                      VERIF-FAT-MAX DELIMITED BY SIZE
                      " mas o controlo diz " DELIMITED BY SIZE
                      ULTIMO-NUMERO-FATURA DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           IF VERIF-NC-MAX NOT = ULTIMO-NUMERO-NC
               ADD 1 TO VERIF-DISCREPANCIAS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   *** Controlo desatualizado: última "
                      DELIMITED BY SIZE
                      "nota de crédito nos ficheiros é "
                      DELIMITED BY SIZE
                      VERIF-NC-MAX DELIMITED BY SIZE
                      " mas o controlo diz " DELIMITED BY SIZE
                      ULTIMO-NUMERO-NC DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF.

       VERIFICAR-DOC-ARQUIVO.
           READ HISTORICO-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-HISTORICO
           END-READ
           IF STATUS-ARQUIVO-HISTORICO = "00"
               MOVE REG-HISTORICO TO REG-PEDIDO
               PERFORM VERIFICAR-DOC-COMUM
           END-IF.

       VERIFICAR-DOC-MESTRE.
           READ PEDIDOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-READ
           IF STATUS-ARQUIVO-PEDIDOS = "00"
               PERFORM VERIFICAR-DOC-COMUM
           END-IF.

       VERIFICAR-DOC-COMUM.
           IF REG-ESTADO-DOC NOT = "M" AND REG-NUMERO-FATURA > 0
               ADD 1 TO VERIF-FAT-CONTA
               IF REG-NUMERO-FATURA < VERIF-FAT-MIN
                   MOVE REG-NUMERO-FATURA TO VERIF-FAT-MIN
               END-IF
               IF REG-NUMERO-FATURA > VERIF-FAT-MAX
                   MOVE REG-NUMERO-FATURA TO VERIF-FAT-MAX
               END-IF
           END-IF
           IF REG-ESTADO-DOC = "C" AND REG-NUMERO-NC > 0
               ADD 1 TO VERIF-NC-CONTA
               IF REG-NUMERO-NC < VERIF-NC-MIN
                   MOVE REG-NUMERO-NC TO VERIF-NC-MIN
               END-IF
               IF REG-NUMERO-NC > VERIF-NC-MAX
                   MOVE REG-NUMERO-NC TO VERIF-NC-MAX
               END-IF
           END-IF.

      *STOCK: RECONTA O DIÁRIO MOVSTOCK POR CIMA DA ABERTURA DO
      *ARRANQUE (MESMAS REGRAS DO REJOGO, COM O CHÃO EM ZERO) E
      *CONFRONTA COM O STOCK EM MEMÓRIA. O DIÁRIO É REABERTO PARA
      *LEITURA E VOLTA AO MODO DE ACRESCENTO, COMO NO RESUMO.
       VERIFICAR-STOCK-MOVSTOCK.
           MOVE "2. Stock em memória contra o diário MOVSTOCK:"
               TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               MOVE ABERTURA-ING(CONTADOR-STOCK)
                    TO VERIF-STOCK(CONTADOR-STOCK)
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           CLOSE MOVSTOCK-FILE
           OPEN INPUT MOVSTOCK-FILE
           IF STATUS-ARQUIVO-MOVSTOCK = "00"
               PERFORM RECONTAR-MOVIMENTO-STOCK
                   UNTIL STATUS-ARQUIVO-MOVSTOCK NOT = "00"
               CLOSE MOVSTOCK-FILE
           END-IF
           OPEN EXTEND MOVSTOCK-FILE
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF VERIF-STOCK(CONTADOR-STOCK)
                       NOT = STOCK-ING(CONTADOR-STOCK)
                   ADD 1 TO VERIF-DISCREPANCIAS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   *** " DELIMITED BY SIZE
                          NOME-ING(CONTADOR-STOCK) DELIMITED BY SIZE
                          ": memória " DELIMITED BY SIZE
                          STOCK-ING(CONTADOR-STOCK) DELIMITED BY SIZE
                          ", recontagem " DELIMITED BY SIZE
                          VERIF-STOCK(CONTADOR-STOCK) DELIMITED BY SIZE
                          " ***" DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           MOVE "   Recontagem de stock concluída." TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO.

       RECONTAR-MOVIMENTO-STOCK.
           READ MOVSTOCK-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-MOVSTOCK
           END-READ
           IF STATUS-ARQUIVO-MOVSTOCK = "00"
                   AND MOV-CODIGO-ING >= 1 AND MOV-CODIGO-ING <= 10
                   AND NOT MOV-ART-BEBIDA
                   AND NOT MOV-ART-SOBREMESA
               EVALUATE TRUE
                   WHEN MOV-VENDA OR MOV-QUEBRA
                       IF VERIF-STOCK(MOV-CODIGO-ING)
                               < MOV-QUANTIDADE
                           MOVE 0 TO VERIF-STOCK(MOV-CODIGO-ING)
                       ELSE
                           SUBTRACT MOV-QUANTIDADE
                               FROM VERIF-STOCK(MOV-CODIGO-ING)
                       END-IF
                   WHEN MOV-ENTRADA OR MOV-DEVOLUCAO
                       ADD MOV-QUANTIDADE
                           TO VERIF-STOCK(MOV-CODIGO-ING)
                   WHEN MOV-ACERTO AND MOV-ACERTO-FALTA
                       IF VERIF-STOCK(MOV-CODIGO-ING)
                               < MOV-QUANTIDADE
                           MOVE 0 TO VERIF-STOCK(MOV-CODIGO-ING)
                       ELSE
                           SUBTRACT MOV-QUANTIDADE
                               FROM VERIF-STOCK(MOV-CODIGO-ING)
                       END-IF
                   WHEN MOV-ACERTO
                       ADD MOV-QUANTIDADE
                           TO VERIF-STOCK(MOV-CODIGO-ING)
               END-EVALUATE
           END-IF.

      *EXPFACT: SOMA AS LINHAS FT (E ABATE AS NC) DO ÚLTIMO FICHEIRO
      *EXPORTADO E CONFERE COM A LINHA TR; DEPOIS RECONFERE O TOTAL
      *BRUTO CONTRA OS DOCUMENTOS DO PERÍODO COBERTO PELAS LINHAS,
      *NO MESTRE E NO HISTÓRICO.
       VERIFICAR-EXPFACT.
           MOVE "3. Totais do último EXPFACT:" TO LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE 0 TO VERIF-EXP-LIQUIDO
           MOVE 0 TO VERIF-EXP-DESCONTO
           MOVE 0 TO VERIF-EXP-ENTREGA
           MOVE 0 TO VERIF-EXP-BRUTO
           MOVE 0 TO VERIF-EXP-DOCS
           MOVE "N" TO VERIF-TEM-TR
           MOVE 99999999 TO VERIF-DATA-MIN
           MOVE 0 TO VERIF-DATA-MAX
           OPEN INPUT EXPORT-FILE
           IF STATUS-ARQUIVO-EXPORT = "35"
               MOVE "   Sem EXPFACT para conferir." TO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               PERFORM LER-LINHA-EXPFACT
                   UNTIL STATUS-ARQUIVO-EXPORT NOT = "00"
               CLOSE EXPORT-FILE
               IF VERIF-TEM-TR = "N"
                   ADD 1 TO VERIF-DISCREPANCIAS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   *** EXPFACT sem linha TR - "
                          DELIMITED BY SIZE
                          "exportação incompleta! ***"
                          DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   PERFORM ESCREVER-LINHA-RELATORIO
               ELSE
                   PERFORM CONFERIR-TRAILER-EXPFACT
               END-IF
           END-IF.

       LER-LINHA-EXPFACT.
           READ EXPORT-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-EXPORT
           END-READ
           IF STATUS-ARQUIVO-EXPORT = "00"
               EVALUATE EXP-TIPO-DOC
                   WHEN "FT"
                       ADD 1 TO VERIF-EXP-DOCS
                       ADD EXP-TOTAL-LIQUIDO TO VERIF-EXP-LIQUIDO
                       ADD EXP-TOTAL-DESCONTO TO VERIF-EXP-DESCONTO
                       ADD EXP-TAXA-ENTREGA TO VERIF-EXP-ENTREGA
                       ADD EXP-TOTAL-BRUTO TO VERIF-EXP-BRUTO
                       IF EXP-DATA < VERIF-DATA-MIN
                           MOVE EXP-DATA TO VERIF-DATA-MIN
                       END-IF
                       IF EXP-DATA > VERIF-DATA-MAX
                           MOVE EXP-DATA TO VERIF-DATA-MAX
                       END-IF
                   WHEN "NC"
                       ADD 1 TO VERIF-EXP-DOCS
                       SUBTRACT EXP-TOTAL-LIQUIDO
                           FROM VERIF-EXP-LIQUIDO
                       SUBTRACT EXP-TOTAL-DESCONTO
                           FROM VERIF-EXP-DESCONTO
                       SUBTRACT EXP-TAXA-ENTREGA
                           FROM VERIF-EXP-ENTREGA
                       SUBTRACT EXP-TOTAL-BRUTO FROM VERIF-EXP-BRUTO
                   WHEN "TR"
                       MOVE "S" TO VERIF-TEM-TR
                       MOVE EXP-NUMERO-DOC TO VERIF-TR-DOCS
                       MOVE EXP-TOTAL-LIQUIDO TO VERIF-TR-LIQUIDO
                       MOVE EXP-TOTAL-DESCONTO TO VERIF-TR-DESCONTO
                       MOVE EXP-TAXA-ENTREGA TO VERIF-TR-ENTREGA
                       MOVE EXP-TOTAL-BRUTO TO VERIF-TR-BRUTO
               END-EVALUATE
           END-IF.

       CONFERIR-TRAILER-EXPFACT.
           IF VERIF-TR-DOCS NOT = VERIF-EXP-DOCS
               ADD 1 TO VERIF-DISCREPANCIAS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   *** TR diz " DELIMITED BY SIZE
                      VERIF-TR-DOCS DELIMITED BY SIZE
                      " documento(s), contados " DELIMITED BY SIZE
                      VERIF-EXP-DOCS DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           IF VERIF-TR-LIQUIDO NOT = VERIF-EXP-LIQUIDO
                   OR VERIF-TR-DESCONTO NOT = VERIF-EXP-DESCONTO
                   OR VERIF-TR-ENTREGA NOT = VERIF-EXP-ENTREGA
                   OR VERIF-TR-BRUTO NOT = VERIF-EXP-BRUTO
               ADD 1 TO VERIF-DISCREPANCIAS
               MOVE VERIF-EXP-BRUTO TO VERIF-VALOR-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   *** Totais do TR não batem com as "
                      DELIMITED BY SIZE
                      "linhas (bruto somado " DELIMITED BY SIZE
                      VERIF-VALOR-ED DELIMITED BY SIZE
                      " EUR) ***" DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   TR confere com as " DELIMITED BY SIZE
                      VERIF-EXP-DOCS DELIMITED BY SIZE
                      " linha(s) do ficheiro." DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           IF VERIF-DATA-MAX > 0
               PERFORM CONFERIR-DOCS-PERIODO
           END-IF.

      *RECONFERE O BRUTO DO PERÍODO DO EXPFACT CONTRA OS DOCUMENTOS
      *DO MESTRE E DO HISTÓRICO, COMO FARIA A PRÓPRIA EXPORTAÇÃO.
       CONFERIR-DOCS-PERIODO.
           MOVE 0 TO VERIF-DOCS-BRUTO
           MOVE 0 TO VERIF-DOCS-CONTA
           MOVE VERIF-DATA-MIN TO REG-DATA-PEDIDO
           MOVE 0 TO REG-NUMERO-PEDIDO
           START PEDIDOS-FILE KEY IS >= CHAVE-PEDIDO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-START
           PERFORM CONTAR-DOC-PERIODO-MESTRE
               UNTIL STATUS-ARQUIVO-PEDIDOS NOT = "00"
                  OR REG-DATA-PEDIDO > VERIF-DATA-MAX
           OPEN INPUT HISTORICO-FILE
           IF STATUS-ARQUIVO-HISTORICO = "35"
               CONTINUE
           ELSE
               PERFORM CONTAR-DOC-PERIODO-ARQUIVO
                   UNTIL STATUS-ARQUIVO-HISTORICO NOT = "00"
               CLOSE HISTORICO-FILE
           END-IF
           IF VERIF-DOCS-BRUTO NOT = VERIF-EXP-BRUTO
                   OR VERIF-DOCS-CONTA NOT = VERIF-EXP-DOCS
               ADD 1 TO VERIF-DISCREPANCIAS
               MOVE VERIF-DOCS-BRUTO TO VERIF-VALOR-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   *** Documentos do período ("
                      DELIMITED BY SIZE
                      VERIF-DOCS-CONTA DELIMITED BY SIZE
                      " doc., bruto " DELIMITED BY SIZE
                      VERIF-VALOR-ED DELIMITED BY SIZE
                      " EUR) não batem com o EXPFACT ***"
                      DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   EXPFACT confere com os documentos do "
                      DELIMITED BY SIZE
                      "período." DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF.

       CONTAR-DOC-PERIODO-MESTRE.
           READ PEDIDOS-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-PEDIDOS
           END-READ
           IF STATUS-ARQUIVO-PEDIDOS = "00"
                   AND REG-DATA-PEDIDO <= VERIF-DATA-MAX
               PERFORM CONTAR-DOC-PERIODO-COMUM
           END-IF.

       CONTAR-DOC-PERIODO-ARQUIVO.
           READ HISTORICO-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-HISTORICO
           END-READ
           IF STATUS-ARQUIVO-HISTORICO = "00"
               MOVE REG-HISTORICO TO REG-PEDIDO
               IF REG-DATA-PEDIDO >= VERIF-DATA-MIN
                       AND REG-DATA-PEDIDO <= VERIF-DATA-MAX
                   PERFORM CONTAR-DOC-PERIODO-COMUM
               END-IF
           END-IF.

       CONTAR-DOC-PERIODO-COMUM.
           IF REG-ESTADO-DOC NOT = "M"
               ADD 1 TO VERIF-DOCS-CONTA
               ADD REG-TOTAL-FINAL-CALC TO VERIF-DOCS-BRUTO
               IF REG-ESTADO-DOC = "C" AND REG-NUMERO-NC > 0
                   ADD 1 TO VERIF-DOCS-CONTA
                   SUBTRACT REG-TOTAL-FINAL-CALC
                       FROM VERIF-DOCS-BRUTO
               END-IF
           END-IF.

      *LÊ OS OPERADORES DO FICHEIRO OPERADOR, MANTIDO COMO O FICHEIRO
      *PRECOS. SEM FICHEIRO (OU SEM LINHAS VÁLIDAS), VALEM OS
      *OPERADORES POR OMISSÃO, PARA O INÍCIO DE SESSÃO NUNCA FICAR
      *SEM SAÍDA.
       CARREGAR-OPERADORES.
           OPEN INPUT OPERADOR-FILE
           IF STATUS-ARQUIVO-OPERADOR = "35"
               DISPLAY "Aviso: ficheiro de operadores não encontrado,"
                       " a usar operadores por omissão."
           ELSE
               MOVE 1 TO CONTADOR-OPERADOR
               PERFORM UNTIL CONTADOR-OPERADOR > 9
                   MOVE "N" TO ATIVO-OPERADOR(CONTADOR-OPERADOR)
                   ADD 1 TO CONTADOR-OPERADOR
               END-PERFORM
               PERFORM LER-PROXIMO-OPERADOR
                   UNTIL STATUS-ARQUIVO-OPERADOR NOT = "00"
               CLOSE OPERADOR-FILE
               MOVE "N" TO OPERADOR-VALIDO
               MOVE 1 TO CONTADOR-OPERADOR
               PERFORM UNTIL CONTADOR-OPERADOR > 9
                   IF ATIVO-OPERADOR(CONTADOR-OPERADOR) = "S"
                       MOVE "S" TO OPERADOR-VALIDO
                   END-IF
                   ADD 1 TO CONTADOR-OPERADOR
               END-PERFORM
               IF OPERADOR-VALIDO = "N"
                   DISPLAY "Aviso: ficheiro OPERADOR sem operadores "
                           "válidos, a usar operadores por omissão."
                   PERFORM REPOR-OPERADORES-OMISSAO
               END-IF
           END-IF.

       LER-PROXIMO-OPERADOR.
           READ OPERADOR-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-OPERADOR
           END-READ
           IF STATUS-ARQUIVO-OPERADOR = "00"
               IF CODIGO-REG-OPERADOR >= 1 AND
                       CODIGO-REG-OPERADOR <= 9
                   MOVE "S" TO ATIVO-OPERADOR(CODIGO-REG-OPERADOR)
                   MOVE NOME-REG-OPERADOR
                        TO NOME-OPERADOR(CODIGO-REG-OPERADOR)
               ELSE
                   DISPLAY "Aviso: código de operador inválido em "
                           "OPERADOR, a ignorar linha: "
                           CODIGO-REG-OPERADOR
               END-IF
           END-IF.

      *LÊ OS ESTAFETAS DO FICHEIRO ESTAFETA, MANTIDO COMO O FICHEIRO
      *OPERADOR. SEM FICHEIRO (OU SEM LINHAS VÁLIDAS), VALEM OS
      *ESTAFETAS POR OMISSÃO, PARA A ATRIBUIÇÃO DE ENTREGAS NUNCA
      *FICAR SEM SAÍDA.
       CARREGAR-ESTAFETAS.
           OPEN INPUT ESTAFETA-FILE
           IF STATUS-ARQUIVO-ESTAFETA = "35"
               DISPLAY "Aviso: ficheiro de estafetas não encontrado,"
                       " a usar estafetas por omissão."
           ELSE
               MOVE 1 TO CONTADOR-ESTAFETA
               PERFORM UNTIL CONTADOR-ESTAFETA > 9
                   MOVE "N" TO ATIVO-ESTAFETA(CONTADOR-ESTAFETA)
                   ADD 1 TO CONTADOR-ESTAFETA
               END-PERFORM
               PERFORM LER-PROXIMO-ESTAFETA
                   UNTIL STATUS-ARQUIVO-ESTAFETA NOT = "00"
               CLOSE ESTAFETA-FILE
               MOVE "N" TO ESTAFETA-VALIDO
               MOVE 1 TO CONTADOR-ESTAFETA
               PERFORM UNTIL CONTADOR-ESTAFETA > 9
                   IF ATIVO-ESTAFETA(CONTADOR-ESTAFETA) = "S"
                       MOVE "S" TO ESTAFETA-VALIDO
                   END-IF
                   ADD 1 TO CONTADOR-ESTAFETA
               END-PERFORM
               IF ESTAFETA-VALIDO = "N"
                   DISPLAY "Aviso: ficheiro ESTAFETA sem estafetas "
                           "válidos, a usar estafetas por omissão."
                   PERFORM REPOR-ESTAFETAS-OMISSAO
               END-IF
           END-IF.

       LER-PROXIMO-ESTAFETA.
           READ ESTAFETA-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-ESTAFETA
           END-READ
           IF STATUS-ARQUIVO-ESTAFETA = "00"
               IF CODIGO-REG-ESTAFETA >= 1 AND
                       CODIGO-REG-ESTAFETA <= 9
                   MOVE "S" TO ATIVO-ESTAFETA(CODIGO-REG-ESTAFETA)
                   MOVE NOME-REG-ESTAFETA
                        TO NOME-ESTAFETA(CODIGO-REG-ESTAFETA)
               ELSE
                   DISPLAY "Aviso: código de estafeta inválido em "
                           "ESTAFETA, a ignorar linha: "
                           CODIGO-REG-ESTAFETA
               END-IF
           END-IF.

       OBTER-DATA-HORA-SISTEMA.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT HORA-ATUAL FROM TIME
           MOVE SPACES TO STRING-DATA
           STRING DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO DELIMITED BY SIZE
                  INTO STRING-DATA
           MOVE DATA-ATUAL TO DATA-PEDIDO
           MOVE HORA-ATUAL TO HORA-PEDIDO.

       EXIBIR-MENU.
           DISPLAY "----------------------------------------"
           DISPLAY "Pizzaria Ramalho, GestPedidosBeta-1"
           DISPLAY "Pizzas e Derivados, Lda."
           DISPLAY "Bem vindo!"
           DISPLAY "----------------------------------------"
           ADD 1 TO ULTIMO-PEDIDO
           MOVE ULTIMO-PEDIDO TO NUMERO-PEDIDO
           DISPLAY "Numero do Pedido: " NUMERO-PEDIDO
           DISPLAY "Contacto: "
           ACCEPT CONTATO-PEDIDO
           PERFORM UNTIL CONTATO-PEDIDO NOT = SPACES
               DISPLAY "Erro: o contacto é de preenchimento "
                       "obrigatório!"
               DISPLAY "Contacto: "
               ACCEPT CONTATO-PEDIDO
           END-PERFORM
           PERFORM CONSULTAR-HISTORICO-CLIENTE
           PERFORM OBTER-DADOS-CLIENTE
           DISPLAY "Data: " STRING-DATA
           DISPLAY "Hora: " HORA ":" MINUTO ":" SEGUNDO
           DISPLAY "----------------------------------------"
           DISPLAY "[1] Balcão  [2] Entrega  [3] Mesa"
           DISPLAY "Tipo de pedido: "
           ACCEPT TIPO-PEDIDO
           PERFORM UNTIL PEDIDO-BALCAO OR PEDIDO-ENTREGA
                   OR PEDIDO-MESA
               DISPLAY "Erro: indique 1 (Balcão), 2 (Entrega) ou "
                       "3 (Mesa)!"
               DISPLAY "Tipo de pedido: "
               ACCEPT TIPO-PEDIDO
           END-PERFORM
           MOVE SPACES TO MORADA-ENTREGA
           MOVE 0 TO TAXA-ENTREGA-CALC
           MOVE 0 TO ZONA-ENTREGA
           MOVE 0 TO NUMERO-MESA
           IF PEDIDO-MESA
               PERFORM OBTER-NUMERO-MESA
           END-IF
           IF PEDIDO-ENTREGA
               IF MORADA-FICHA NOT = SPACES
                   DISPLAY "Morada em ficha: " MORADA-FICHA
                   DISPLAY "Entregar na morada da ficha? (S/N): "
                   ACCEPT RESPOSTA-FICHA
                   IF RESPOSTA-FICHA = "S" OR RESPOSTA-FICHA = "s"
                       MOVE MORADA-FICHA TO MORADA-ENTREGA
                   ELSE
                       DISPLAY "Morada de entrega: "
                       ACCEPT MORADA-ENTREGA
                   END-IF
               ELSE
                   DISPLAY "Morada de entrega: "
                   ACCEPT MORADA-ENTREGA
               END-IF
               PERFORM APURAR-ZONA-ENTREGA
           END-IF
           MOVE "N" TO PEDIDO-PROGRAMADO
           MOVE 0 TO HORA-PROMETIDA
           IF NOT PEDIDO-MESA
               DISPLAY "Pedido programado para hora futura? (S/N): "
               ACCEPT RESPOSTA-PROGRAMADO
               IF RESPOSTA-PROGRAMADO = "S"
                       OR RESPOSTA-PROGRAMADO = "s"
                   MOVE "S" TO PEDIDO-PROGRAMADO
                   PERFORM OBTER-HORA-PROMETIDA
               END-IF
           END-IF
           PERFORM ATUALIZAR-FICHA-CLIENTE
           PERFORM PROCURAR-COMPENSACAO-PENDENTE
           DISPLAY "----------------------------------------"
           DISPLAY "Quantas pizzas tem este pedido (máximo 5): "
           ACCEPT NUM-PIZZAS
           PERFORM UNTIL NUM-PIZZAS >= 1 AND NUM-PIZZAS <= 5
               DISPLAY "Erro: indique entre 1 e 5 pizzas!"
               DISPLAY "Quantas pizzas tem este pedido (máximo 5): "
               ACCEPT NUM-PIZZAS
           END-PERFORM
           PERFORM OBTER-PIZZAS
           PERFORM OBTER-ARTIGOS-EXTRA
           IF COMP-PENDENTE = "S" AND COMP-TIPO = "A"
               PERFORM OFERECER-ARTIGO-COMPENSACAO
           END-IF.

      *ZONA E TAXA DE ENTREGA DA MORADA DO PEDIDO. UMA MORADA FORA DE
      *TODAS AS ZONAS NÃO SEGUE SEM MAIS: CORRIGE-SE A MORADA, O
      *GERENTE AUTORIZA (TAXA ÚNICA, ZONA 0, FICA NA AUDITORIA) OU O
      *PEDIDO PASSA A BALCÃO. SEM FICHEIRO ZONAS, VALE A TAXA ÚNICA.
       APURAR-ZONA-ENTREGA.
           MOVE 0 TO ZONA-ENTREGA
           MOVE TAXA-ENTREGA TO TAXA-ENTREGA-CALC
           IF ZONAS-ATIVAS = "S"
               MOVE "N" TO AUTORIZA-FORA-ZONA
               MOVE MORADA-ENTREGA TO CP-MORADA
               PERFORM DETERMINAR-ZONA-MORADA
               PERFORM UNTIL ZONA-CALCULADA > 0
                       OR AUTORIZA-FORA-ZONA = "S"
                       OR NOT PEDIDO-ENTREGA
                   DISPLAY "Aviso: a morada não pertence a nenhuma "
                           "zona de entrega!"
                   DISPLAY "[1] Corrigir morada  [2] Autorização do "
                           "gerente  [3] Passar a balcão"
                   DISPLAY "Opção: "
                   ACCEPT AUTORIZA-FORA-ZONA
                   EVALUATE AUTORIZA-FORA-ZONA
                       WHEN "1"
                           MOVE "N" TO AUTORIZA-FORA-ZONA
                           DISPLAY "Morada de entrega (com o código "
                                   "postal NNNN-NNN): "
                           ACCEPT MORADA-ENTREGA
                           MOVE MORADA-ENTREGA TO CP-MORADA
                           PERFORM DETERMINAR-ZONA-MORADA
                       WHEN "2"
                           MOVE "S" TO AUTORIZA-FORA-ZONA
                           MOVE SPACES TO EVENTO-AUDITORIA
                           STRING "ENTREGA FORA DE ZONA - PEDIDO "
                                  DELIMITED BY SIZE
                                  NUMERO-PEDIDO DELIMITED BY SIZE
                                  INTO EVENTO-AUDITORIA
                           PERFORM REGISTAR-AUDITORIA
                       WHEN "3"
                           MOVE 1 TO TIPO-PEDIDO
                           MOVE SPACES TO MORADA-ENTREGA
                           MOVE 0 TO TAXA-ENTREGA-CALC
                       WHEN OTHER
                           MOVE "N" TO AUTORIZA-FORA-ZONA
                           DISPLAY "Erro: opção inválida!"
                   END-EVALUATE
               END-PERFORM
               IF ZONA-CALCULADA > 0
                   MOVE ZONA-CALCULADA TO ZONA-ENTREGA
                   MOVE TAXA-ZONA(ZONA-CALCULADA)
                        TO TAXA-ENTREGA-CALC
                   DISPLAY "Zona de entrega: "
                           NOME-ZONA(ZONA-CALCULADA)
                           " - entrega prevista em "
                           MINUTOS-ZONA(ZONA-CALCULADA) " minutos"
               END-IF
           END-IF.

      *NÚMERO DA MESA DE UM PEDIDO DE MESA. UMA MESA COM CONTA JÁ
      *ABERTA HOJE NÃO PODE ABRIR SEGUNDA CONTA: AS RONDAS SEGUINTES
      *ENTRAM PELA OPÇÃO DE CONTA DE MESA DO MENU PRINCIPAL.
       OBTER-NUMERO-MESA.
           MOVE "S" TO MESA-ENCONTRADA
           PERFORM UNTIL MESA-ENCONTRADA = "N"
               DISPLAY "Número da mesa (1-99): "
               ACCEPT MESA-PESQUISA
               IF MESA-PESQUISA < 1
                   DISPLAY "Erro: número de mesa inválido!"
               ELSE
                   PERFORM PROCURAR-CONTA-MESA
                   IF MESA-ENCONTRADA = "S"
                       DISPLAY "Erro: a mesa " MESA-PESQUISA
                               " já tem conta aberta - use a opção "
                               "de conta de mesa!"
                   END-IF
               END-IF
           END-PERFORM
           MOVE MESA-PESQUISA TO NUMERO-MESA.

      *HORA PROMETIDA DE UM PEDIDO PROGRAMADO, TECLADA COMO HHMM. SÓ
      *SE ACEITAM HORAS AINDA À FRENTE DA HORA ATUAL: ENCOMENDAS PARA
      *O DIA SEGUINTE CONTINUAM A APONTAR-SE DE MANHÃ.
       OBTER-HORA-PROMETIDA.
           MOVE "N" TO HORA-PROM-VALIDA
           PERFORM UNTIL HORA-PROM-VALIDA = "S"
               DISPLAY "Hora prometida (HHMM): "
               ACCEPT PROG-HORA-HHMM
               DIVIDE PROG-HORA-HHMM BY 100
                   GIVING PROG-HORA-HH-VAL
                   REMAINDER PROG-HORA-MM-VAL
               IF PROG-HORA-HH-VAL <= 23
                       AND PROG-HORA-MM-VAL <= 59
                       AND PROG-HORA-HHMM > (HORA * 100 + MINUTO)
                   MOVE "S" TO HORA-PROM-VALIDA
               ELSE
                   DISPLAY "Erro: hora inválida ou já passada!"
               END-IF
           END-PERFORM
           COMPUTE HORA-PROMETIDA = PROG-HORA-HHMM * 100.

      *SE O CONTACTO JÁ TEM FICHA ATIVA, O NOME, O NIF E A MORADA DE
      *ENTREGA SÃO PROPOSTOS A PARTIR DELA (COM HIPÓTESE DE TECLAR
      *POR CIMA); SEM FICHA, O PEDIDO RECOLHE OS DADOS E A FICHA É
      *CRIADA AUTOMATICAMENTE NO FIM.
       OBTER-DADOS-CLIENTE.
           MOVE "N" TO CLIENTE-EM-FICHA
           MOVE SPACES TO MORADA-FICHA
           MOVE CONTATO-PEDIDO TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00" AND CLI-ATIVO = "S"
               DISPLAY "Cliente em ficha: " CLI-NOME
               DISPLAY "  NIF: " CLI-NIF
               DISPLAY "  Morada: " CLI-MORADA
               DISPLAY "  Pontos: " CLI-PONTOS
               PERFORM MOSTRAR-ALERGIAS-CLIENTE
               PERFORM MOSTRAR-CONTA-CORRENTE-CLIENTE
               DISPLAY "Usar os dados da ficha? (S/N): "
               ACCEPT RESPOSTA-FICHA
               IF RESPOSTA-FICHA = "S" OR RESPOSTA-FICHA = "s"
                   MOVE "S" TO CLIENTE-EM-FICHA
                   MOVE CLI-NOME TO CLIENTE-PEDIDO
                   MOVE CLI-NIF TO NIF-PEDIDO
                   MOVE CLI-MORADA TO MORADA-FICHA
               END-IF
           END-IF
           IF CLIENTE-EM-FICHA = "N"
               DISPLAY "Nome do Cliente: "
               ACCEPT CLIENTE-PEDIDO
               DISPLAY "NIF (opcional): "
               ACCEPT NIF-PEDIDO
           END-IF.

      *CRIA OU ATUALIZA A FICHA DO CLIENTE COM OS DADOS DO PEDIDO QUE
      *ACABOU DE SER RECOLHIDO. UMA FICHA DESATIVADA NÃO É REATIVADA
      *AQUI, SÓ NA MANUTENÇÃO. AS ALERGIAS DA FICHA PASSAM PARA O
      *PEDIDO, PARA OS AVISOS NA ESCOLHA E NO TALÃO DA COZINHA.
       ATUALIZAR-FICHA-CLIENTE.
           MOVE CONTATO-PEDIDO TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00"
               MOVE CLIENTE-PEDIDO TO CLI-NOME
               MOVE NIF-PEDIDO TO CLI-NIF
               IF PEDIDO-ENTREGA AND MORADA-ENTREGA NOT = SPACES
                   MOVE MORADA-ENTREGA TO CLI-MORADA
               END-IF
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao gravar a ficha!"
               END-REWRITE
           ELSE
               MOVE CONTATO-PEDIDO TO CLI-CONTATO
               MOVE CLIENTE-PEDIDO TO CLI-NOME
               MOVE NIF-PEDIDO TO CLI-NIF
               IF PEDIDO-ENTREGA
                   MOVE MORADA-ENTREGA TO CLI-MORADA
               ELSE
                   MOVE SPACES TO CLI-MORADA
               END-IF
               MOVE 0 TO CLI-PONTOS
               MOVE "S" TO CLI-ATIVO
               MOVE SPACES TO CLI-ALERGENOS
               MOVE "N" TO CLI-CONTA-CORRENTE
               MOVE 0 TO CLI-LIMITE-CREDITO
               MOVE 0 TO CLI-SALDO-CONTA
               WRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao gravar a ficha!"
               END-WRITE
           END-IF
           MOVE CLI-ALERGENOS TO ALERGIAS-PEDIDO.

      *MANUTENÇÃO DA FICHA DE CLIENTES SEM PASSAR POR UM PEDIDO:
      *CRIAR OU CORRIGIR, DESATIVAR E REATIVAR.
       MANUTENCAO-CLIENTES.
           DISPLAY "----------------------------------------"
           DISPLAY "MANUTENÇÃO DE CLIENTES"
           DISPLAY "[1] Criar/alterar  [2] Desativar"
           DISPLAY "[3] Reativar       [0] Voltar"
           DISPLAY "Opção: "
           ACCEPT OPCAO-CLIENTES
           PERFORM UNTIL OPCAO-CLIENTES = 0
               EVALUATE OPCAO-CLIENTES
                   WHEN 1
                       PERFORM MANUT-CRIAR-ALTERAR
                   WHEN 2
                       PERFORM MANUT-DESATIVAR
                   WHEN 3
                       PERFORM MANUT-REATIVAR
                   WHEN OTHER
                       DISPLAY "Erro: opção inválida!"
               END-EVALUATE
               DISPLAY "[1] Criar/alterar  [2] Desativar"
               DISPLAY "[3] Reativar       [0] Voltar"
               DISPLAY "Opção: "
               ACCEPT OPCAO-CLIENTES
           END-PERFORM.

      *NO ALTERAR, UM CAMPO DEIXADO EM BRANCO MANTÉM O VALOR DA FICHA.
       MANUT-CRIAR-ALTERAR.
           DISPLAY "Contacto: "
           ACCEPT MANUT-CONTATO
           IF MANUT-CONTATO = SPACES
               DISPLAY "Erro: o contacto é de preenchimento "
                       "obrigatório!"
           ELSE
               MOVE MANUT-CONTATO TO CLI-CONTATO
               READ CLIENTES-FILE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
               END-READ
               IF STATUS-ARQUIVO-CLIENTES = "00"
                   DISPLAY "Ficha atual: " CLI-NOME
                   DISPLAY "  NIF: " CLI-NIF
                   DISPLAY "  Morada: " CLI-MORADA
                   DISPLAY "  Pontos: " CLI-PONTOS
                   PERFORM MOSTRAR-ALERGIAS-CLIENTE
                   PERFORM MOSTRAR-CONTA-CORRENTE-CLIENTE
                   DISPLAY "Novo nome (branco mantém): "
                   ACCEPT MANUT-NOME
                   IF MANUT-NOME NOT = SPACES
                       MOVE MANUT-NOME TO CLI-NOME
                   END-IF
                   DISPLAY "Novo NIF (branco mantém): "
                   ACCEPT MANUT-NIF
                   IF MANUT-NIF NOT = SPACES
                       MOVE MANUT-NIF TO CLI-NIF
                   END-IF
                   DISPLAY "Nova morada (branco mantém): "
                   ACCEPT MANUT-MORADA
                   IF MANUT-MORADA NOT = SPACES
                       MOVE MANUT-MORADA TO CLI-MORADA
                   END-IF
                   PERFORM MANUT-ALERGIAS-CLIENTE
                   PERFORM MANUT-CONTA-CORRENTE-CLIENTE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "Aviso: falha ao gravar a ficha!"
                   END-REWRITE
                   DISPLAY "Ficha atualizada."
               ELSE
                   MOVE MANUT-CONTATO TO CLI-CONTATO
                   DISPLAY "Nome: "
                   ACCEPT CLI-NOME
                   DISPLAY "NIF (opcional): "
                   ACCEPT CLI-NIF
                   DISPLAY "Morada de entrega (opcional): "
                   ACCEPT CLI-MORADA
                   MOVE 0 TO CLI-PONTOS
                   MOVE "S" TO CLI-ATIVO
                   MOVE SPACES TO CLI-ALERGENOS
                   MOVE "N" TO CLI-CONTA-CORRENTE
                   MOVE 0 TO CLI-LIMITE-CREDITO
                   MOVE 0 TO CLI-SALDO-CONTA
                   PERFORM MANUT-ALERGIAS-CLIENTE
                   PERFORM MANUT-CONTA-CORRENTE-CLIENTE
                   WRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "Aviso: falha ao gravar a ficha!"
                   END-WRITE
                   DISPLAY "Ficha criada."
               END-IF
           END-IF.

      *AS ALERGIAS SÓ SE ALTERAM A PEDIDO: A LISTA É REFEITA DE NOVO
      *COM OS CÓDIGOS INDICADOS (NENHUM CÓDIGO = SEM ALERGIAS).
       MANUT-ALERGIAS-CLIENTE.
           IF TOTAL-ALERGENOS > 0
               DISPLAY "Alterar alergias? (S/N): "
               ACCEPT RESPOSTA-ALERGIAS
               IF RESPOSTA-ALERGIAS = "S" OR RESPOSTA-ALERGIAS = "s"
                   MOVE 1 TO ALG-INDICE
                   PERFORM UNTIL ALG-INDICE > 14
                       IF ATIVO-ALERGENO(ALG-INDICE) = "S"
                           DISPLAY ALG-INDICE ". "
                                   NOME-ALERGENO(ALG-INDICE)
                       END-IF
                       ADD 1 TO ALG-INDICE
                   END-PERFORM
                   MOVE SPACES TO CLI-ALERGENOS
                   DISPLAY "Código do alergénio (0 = terminar): "
                   ACCEPT ALG-CODIGO-LIDO
                   PERFORM UNTIL ALG-CODIGO-LIDO = 0
                       EVALUATE TRUE
                           WHEN ALG-CODIGO-LIDO > 14
                               DISPLAY "Erro: código inválido!"
                           WHEN ATIVO-ALERGENO(ALG-CODIGO-LIDO)
                                   NOT = "S"
                               DISPLAY "Erro: código inválido!"
                           WHEN OTHER
                               MOVE "S" TO CLI-ALERGIA(ALG-CODIGO-LIDO)
                       END-EVALUATE
                       DISPLAY "Código do alergénio (0 = terminar): "
                       ACCEPT ALG-CODIGO-LIDO
                   END-PERFORM
                   PERFORM MOSTRAR-ALERGIAS-CLIENTE
               END-IF
           END-IF.

      *CONTA CORRENTE DA FICHA: SÓ SE ALTERA A PEDIDO. O SALDO NÃO SE
      *MEXE AQUI, SÓ PELOS MOVIMENTOS DO DIÁRIO; UMA CONTA FECHADA
      *COM SALDO CONTINUA A RECEBER PAGAMENTOS.
       MANUT-CONTA-CORRENTE-CLIENTE.
           IF CLI-CONTA-CORRENTE NOT = "S"
               MOVE "N" TO CLI-CONTA-CORRENTE
           END-IF
           IF CLI-LIMITE-CREDITO IS NOT NUMERIC
               MOVE 0 TO CLI-LIMITE-CREDITO
           END-IF
           IF CLI-SALDO-CONTA IS NOT NUMERIC
               MOVE 0 TO CLI-SALDO-CONTA
           END-IF
           DISPLAY "Alterar conta corrente? (S/N): "
           ACCEPT RESPOSTA-CONTA
           IF RESPOSTA-CONTA = "S" OR RESPOSTA-CONTA = "s"
               DISPLAY "Cliente com conta corrente? (S/N): "
               ACCEPT RESPOSTA-CONTA
               IF RESPOSTA-CONTA = "S" OR RESPOSTA-CONTA = "s"
                   MOVE "S" TO CLI-CONTA-CORRENTE
                   DISPLAY "Limite de crédito (EUR): "
                   ACCEPT MANUT-LIMITE
                   MOVE MANUT-LIMITE TO CLI-LIMITE-CREDITO
               ELSE
                   MOVE "N" TO CLI-CONTA-CORRENTE
                   IF CLI-SALDO-CONTA NOT = 0
                       MOVE CLI-SALDO-CONTA TO CC-SALDO-ED
                       DISPLAY "Aviso: conta fechada com saldo de "
                               CC-SALDO-ED " EUR por liquidar!"
                   END-IF
               END-IF
               PERFORM MOSTRAR-CONTA-CORRENTE-CLIENTE
           END-IF.

       MOSTRAR-CONTA-CORRENTE-CLIENTE.
           IF CLI-CONTA-CORRENTE = "S"
                   AND CLI-SALDO-CONTA IS NUMERIC
                   AND CLI-LIMITE-CREDITO IS NUMERIC
               MOVE CLI-SALDO-CONTA TO CC-SALDO-ED
               MOVE CLI-LIMITE-CREDITO TO CC-LIMITE-ED
               DISPLAY "  Conta corrente: saldo " CC-SALDO-ED
                       " EUR, limite " CC-LIMITE-ED " EUR"
               IF CLI-SALDO-CONTA >= CLI-LIMITE-CREDITO
                   DISPLAY "  Aviso: limite de crédito atingido - "
                           "só pagamento imediato!"
               END-IF
           END-IF.

       MOSTRAR-ALERGIAS-CLIENTE.
           IF CLI-ALERGENOS = SPACES
               DISPLAY "  Alergias: nenhuma registada"
           ELSE
               DISPLAY "  Alergias:"
               MOVE 1 TO ALG-INDICE
               PERFORM UNTIL ALG-INDICE > 14
                   IF CLI-ALERGIA(ALG-INDICE) = "S"
                       DISPLAY "    *** " NOME-ALERGENO(ALG-INDICE)
                   END-IF
                   ADD 1 TO ALG-INDICE
               END-PERFORM
           END-IF.

       MANUT-DESATIVAR.
           DISPLAY "Contacto: "
           ACCEPT MANUT-CONTATO
           MOVE MANUT-CONTATO TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00"
               MOVE "N" TO CLI-ATIVO
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao gravar a ficha!"
               END-REWRITE
               DISPLAY "Ficha desativada: " CLI-NOME
           ELSE
               DISPLAY "Cliente não encontrado!"
           END-IF.

       MANUT-REATIVAR.
           DISPLAY "Contacto: "
           ACCEPT MANUT-CONTATO
           MOVE MANUT-CONTATO TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00"
               MOVE "S" TO CLI-ATIVO
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao gravar a ficha!"
               END-REWRITE
               DISPLAY "Ficha reativada: " CLI-NOME
           ELSE
               DISPLAY "Cliente não encontrado!"
           END-IF.

      *ACRESCENTA AO DIÁRIO CONTACOR O MOVIMENTO PREPARADO NOS CAMPOS
      *CCM-, COM A DATA, A HORA E O OPERADOR DO MOMENTO.
       GRAVAR-MOVIMENTO-CONTA.
           OPEN EXTEND CONTACOR-FILE
           IF STATUS-ARQUIVO-CONTACOR = "35"
               OPEN OUTPUT CONTACOR-FILE
               CLOSE CONTACOR-FILE
               OPEN EXTEND CONTACOR-FILE
           END-IF
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT HORA-ATUAL FROM TIME
           MOVE CCM-CONTATO TO CC-CONTATO
           MOVE DATA-ATUAL TO CC-DATA
           MOVE HORA-ATUAL TO CC-HORA
           MOVE CCM-TIPO TO CC-TIPO
           MOVE CCM-DOCUMENTO TO CC-DOCUMENTO
           MOVE CCM-VALOR TO CC-VALOR
           MOVE CCM-MODO TO CC-MODO-RECEBIMENTO
           MOVE OPERADOR-ATUAL TO CC-OPERADOR
           MOVE CCM-REFERENCIA TO CC-REFERENCIA
           WRITE REG-CONTACOR
           IF STATUS-ARQUIVO-CONTACOR NOT = "00"
               DISPLAY "Aviso: falha ao gravar movimento da conta "
                       "corrente!"
           END-IF
           CLOSE CONTACOR-FILE.

      *CONTAS CORRENTES DOS CLIENTES EMPRESA: RECEBIMENTOS, EXTRATO
      *MENSAL PARA ENVIAR AO CLIENTE E SALDOS POR ANTIGUIDADE. A
      *ABERTURA DA CONTA E O LIMITE DE CRÉDITO FAZEM-SE NA FICHA.
       CONTAS-CORRENTES.
           DISPLAY "----------------------------------------"
           DISPLAY "CONTAS CORRENTES DE CLIENTES"
           DISPLAY "[1] Registar pagamento  [2] Extrato mensal"
           DISPLAY "[3] Saldos por antiguidade  [0] Voltar"
           DISPLAY "Opção: "
           ACCEPT OPCAO-CONTA-CORRENTE
           PERFORM UNTIL OPCAO-CONTA-CORRENTE = 0
               EVALUATE OPCAO-CONTA-CORRENTE
                   WHEN 1
                       PERFORM REGISTAR-PAGAMENTO-CONTA
                   WHEN 2
                       PERFORM EMITIR-EXTRATOS-MENSAIS
                   WHEN 3
                       PERFORM RELATORIO-ANTIGUIDADE-SALDOS
                   WHEN OTHER
                       DISPLAY "Erro: opção inválida!"
               END-EVALUATE
               DISPLAY "[1] Registar pagamento  [2] Extrato mensal"
               DISPLAY "[3] Saldos por antiguidade  [0] Voltar"
               DISPLAY "Opção: "
               ACCEPT OPCAO-CONTA-CORRENTE
           END-PERFORM.

      *PAGAMENTO RECEBIDO DE UMA CONTA (EM REGRA POR TRANSFERÊNCIA),
      *COM NÚMERO DE RECIBO PRÓPRIO GUARDADO NO CONTROLO. UM VALOR
      *ACIMA DO SALDO FICA COMO CRÉDITO A FAVOR DO CLIENTE.
       REGISTAR-PAGAMENTO-CONTA.
           DISPLAY "Contacto: "
           ACCEPT CC-CONTATO-SEL
           MOVE CC-CONTATO-SEL TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00"
                   AND CLI-SALDO-CONTA IS NOT NUMERIC
               MOVE 0 TO CLI-SALDO-CONTA
           END-IF
           EVALUATE TRUE
               WHEN STATUS-ARQUIVO-CLIENTES NOT = "00"
                   DISPLAY "Cliente não encontrado!"
               WHEN CLI-CONTA-CORRENTE NOT = "S"
                       AND CLI-SALDO-CONTA = 0
                   DISPLAY "Erro: cliente sem conta corrente!"
               WHEN OTHER
                   MOVE CLI-SALDO-CONTA TO CC-SALDO-ED
                   DISPLAY "Cliente: " CLI-NOME
                   DISPLAY "Saldo em dívida: " CC-SALDO-ED " EUR"
                   DISPLAY "Valor recebido (EUR, 0 = desistir): "
                   ACCEPT CC-VALOR-RECEBIDO
                   IF CC-VALOR-RECEBIDO = 0
                       DISPLAY "Pagamento não registado."
                   ELSE
                       PERFORM EFETIVAR-PAGAMENTO-CONTA
                   END-IF
           END-EVALUATE.

       EFETIVAR-PAGAMENTO-CONTA.
           IF CC-VALOR-RECEBIDO > CLI-SALDO-CONTA
               DISPLAY "Aviso: valor acima do saldo em dívida - fica "
                       "crédito a favor do cliente."
           END-IF
           DISPLAY "[1] Dinheiro  [2] Cartão  [3] MBWay  "
                   "[4] Transferência"
           DISPLAY "Meio de pagamento: "
           ACCEPT CCM-MODO
           PERFORM UNTIL CCM-MODO >= 1 AND CCM-MODO <= 4
               DISPLAY "Erro: indique 1, 2, 3 ou 4!"
               DISPLAY "Meio de pagamento: "
               ACCEPT CCM-MODO
           END-PERFORM
           DISPLAY "Referência (opcional): "
           ACCEPT CCM-REFERENCIA
           MOVE CC-VALOR-RECEBIDO TO CC-VALOR-ED
           DISPLAY "Confirma o recebimento de " CC-VALOR-ED
                   " EUR? (S/N): "
           ACCEPT RESPOSTA-CONTA
           IF RESPOSTA-CONTA = "S" OR RESPOSTA-CONTA = "s"
               ADD 1 TO ULTIMO-NUMERO-RECEBIMENTO
               SUBTRACT CC-VALOR-RECEBIDO FROM CLI-SALDO-CONTA
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao gravar a ficha!"
               END-REWRITE
               MOVE CLI-CONTATO TO CCM-CONTATO
               MOVE "P" TO CCM-TIPO
               MOVE ULTIMO-NUMERO-RECEBIMENTO TO CCM-DOCUMENTO
               MOVE CC-VALOR-RECEBIDO TO CCM-VALOR
               PERFORM GRAVAR-MOVIMENTO-CONTA
               PERFORM GRAVAR-CONTROLO
               MOVE SPACES TO EVENTO-AUDITORIA
               STRING "RECEBIMENTO CONTA CORRENTE - RECIBO "
                      DELIMITED BY SIZE
                      ULTIMO-NUMERO-RECEBIMENTO DELIMITED BY SIZE
                      INTO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
               MOVE CLI-SALDO-CONTA TO CC-SALDO-ED
               DISPLAY "Pagamento registado. Recibo N.: "
                       ULTIMO-NUMERO-RECEBIMENTO
               DISPLAY "Novo saldo: " CC-SALDO-ED " EUR"
           ELSE
               DISPLAY "Pagamento não registado."
           END-IF.

      *EXTRATO MENSAL, GRAVADO EM EXTRATO PARA SEGUIR PARA O CLIENTE:
      *UMA CONTA (PELO CONTACTO) OU TODAS AS CONTAS DE UMA VEZ. NO
      *CONJUNTO SÓ SAEM AS CONTAS COM MOVIMENTOS NO MÊS OU SALDO.
       EMITIR-EXTRATOS-MENSAIS.
           DISPLAY "Mês do extrato (AAAAMM): "
           ACCEPT EXT-MES
           DISPLAY "Contacto (branco = todas as contas): "
           ACCEPT CC-CONTATO-SEL
           COMPUTE EXT-DATA-INICIO = EXT-MES * 100 + 1
           COMPUTE EXT-DATA-FIM = EXT-MES * 100 + 31
           MOVE 0 TO EXT-EXTRATOS
           OPEN OUTPUT EXTRATO-FILE
           IF STATUS-ARQUIVO-EXTRATO NOT = "00"
               DISPLAY "Erro: não foi possível criar EXTRATO!"
           ELSE
               IF CC-CONTATO-SEL NOT = SPACES
                   MOVE CC-CONTATO-SEL TO CLI-CONTATO
                   READ CLIENTES-FILE
                       INVALID KEY
                           MOVE "23" TO STATUS-ARQUIVO-CLIENTES
                   END-READ
                   IF STATUS-ARQUIVO-CLIENTES = "00"
                       MOVE "S" TO EXT-FORCAR
                       PERFORM EMITIR-EXTRATO-CONTA
                   ELSE
                       DISPLAY "Cliente não encontrado!"
                   END-IF
               ELSE
                   MOVE "N" TO EXT-FORCAR
                   MOVE LOW-VALUES TO CLI-CONTATO
                   START CLIENTES-FILE
                       KEY IS NOT LESS THAN CLI-CONTATO
                       INVALID KEY
                           MOVE "10" TO STATUS-ARQUIVO-CLIENTES
                   END-START
                   PERFORM EXTRATO-PROXIMO-CLIENTE
                       UNTIL STATUS-ARQUIVO-CLIENTES NOT = "00"
               END-IF
               CLOSE EXTRATO-FILE
               DISPLAY EXT-EXTRATOS " extrato(s) gravado(s) em "
                       "EXTRATO."
               MOVE SPACES TO EVENTO-AUDITORIA
               STRING "EXTRATOS DE CONTA CORRENTE - " DELIMITED BY SIZE
                      EXT-MES DELIMITED BY SIZE
                      INTO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
           END-IF.

       EXTRATO-PROXIMO-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00"
               IF CLI-CONTA-CORRENTE = "S"
                   PERFORM EMITIR-EXTRATO-CONTA
               ELSE
                   IF CLI-SALDO-CONTA IS NUMERIC
                           AND CLI-SALDO-CONTA NOT = 0
                       PERFORM EMITIR-EXTRATO-CONTA
                   END-IF
               END-IF
           END-IF.

      *DUAS PASSAGENS PELO DIÁRIO DA CONTA: A PRIMEIRA APURA O SALDO
      *ANTERIOR AO MÊS E OS TOTAIS DO MÊS, A SEGUNDA ESCREVE AS LINHAS
      *DO MÊS COM O SALDO CORRIDO.
       EMITIR-EXTRATO-CONTA.
           MOVE 0 TO EXT-SALDO
           MOVE 0 TO EXT-DEBITOS
           MOVE 0 TO EXT-CREDITOS
           MOVE 0 TO EXT-MOVIMENTOS
           OPEN INPUT CONTACOR-FILE
           IF STATUS-ARQUIVO-CONTACOR = "00"
               PERFORM SOMAR-MOVIMENTO-EXTRATO
                   UNTIL STATUS-ARQUIVO-CONTACOR NOT = "00"
               CLOSE CONTACOR-FILE
           END-IF
           IF EXT-FORCAR = "S" OR EXT-MOVIMENTOS > 0
                   OR EXT-SALDO NOT = 0
               ADD 1 TO EXT-EXTRATOS
               PERFORM ESCREVER-CABECALHO-EXTRATO
               OPEN INPUT CONTACOR-FILE
               IF STATUS-ARQUIVO-CONTACOR = "00"
                   PERFORM ESCREVER-MOVIMENTO-EXTRATO
                       UNTIL STATUS-ARQUIVO-CONTACOR NOT = "00"
                   CLOSE CONTACOR-FILE
               END-IF
               PERFORM ESCREVER-RODAPE-EXTRATO
           END-IF.

       SOMAR-MOVIMENTO-EXTRATO.
           READ CONTACOR-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CONTACOR
           END-READ
           IF STATUS-ARQUIVO-CONTACOR = "00"
                   AND CC-CONTATO = CLI-CONTATO
                   AND CC-DATA <= EXT-DATA-FIM
               IF CC-DATA < EXT-DATA-INICIO
                   IF CC-DEBITO
                       ADD CC-VALOR TO EXT-SALDO
                   ELSE
                       SUBTRACT CC-VALOR FROM EXT-SALDO
                   END-IF
               ELSE
                   ADD 1 TO EXT-MOVIMENTOS
               END-IF
           END-IF.

       ESCREVER-CABECALHO-EXTRATO.
           MOVE EXT-DATA-INICIO TO EXT-DATA-SPLIT
           MOVE "PIZZARIA RAMALHO - PIZZAS E DERIVADOS, LDA."
               TO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE SPACES TO REG-EXTRATO
           STRING "EXTRATO DE CONTA CORRENTE - " DELIMITED BY SIZE
                  EXT-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EXT-ANO DELIMITED BY SIZE
                  INTO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE SPACES TO REG-EXTRATO
           STRING "Cliente : " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  INTO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE SPACES TO REG-EXTRATO
           STRING "NIF     : " DELIMITED BY SIZE
                  CLI-NIF DELIMITED BY SIZE
                  "   Contacto: " DELIMITED BY SIZE
                  CLI-CONTATO DELIMITED BY SIZE
                  INTO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE ALL "-" TO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE "Data       Documento     Débito   Crédito      Saldo"
               TO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE EXT-SALDO TO EXT-SALDO-ED
           MOVE SPACES TO REG-EXTRATO
           STRING "           Saldo anterior           "
                  DELIMITED BY SIZE
                  EXT-SALDO-ED DELIMITED BY SIZE
                  INTO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO.

      *DOCUMENTOS COM OS CÓDIGOS DA EXPORTAÇÃO: FT FATURA, NC NOTA DE
      *CRÉDITO, RC RECIBO (ESTE COM A REFERÊNCIA DO PAGAMENTO).
       ESCREVER-MOVIMENTO-EXTRATO.
           READ CONTACOR-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CONTACOR
           END-READ
           IF STATUS-ARQUIVO-CONTACOR = "00"
                   AND CC-CONTATO = CLI-CONTATO
                   AND CC-DATA >= EXT-DATA-INICIO
                   AND CC-DATA <= EXT-DATA-FIM
               MOVE CC-DATA TO EXT-DATA-SPLIT
               MOVE CC-VALOR TO EXT-VALOR-ED
               MOVE SPACES TO EXT-DOCUMENTO
               EVALUATE TRUE
                   WHEN CC-DEBITO
                       ADD CC-VALOR TO EXT-SALDO
                       ADD CC-VALOR TO EXT-DEBITOS
                       STRING "FT " DELIMITED BY SIZE
                              CC-DOCUMENTO DELIMITED BY SIZE
                              INTO EXT-DOCUMENTO
                   WHEN CC-CREDITO
                       SUBTRACT CC-VALOR FROM EXT-SALDO
                       ADD CC-VALOR TO EXT-CREDITOS
                       STRING "NC " DELIMITED BY SIZE
                              CC-DOCUMENTO DELIMITED BY SIZE
                              INTO EXT-DOCUMENTO
                   WHEN OTHER
                       SUBTRACT CC-VALOR FROM EXT-SALDO
                       ADD CC-VALOR TO EXT-CREDITOS
                       STRING "RC " DELIMITED BY SIZE
                              CC-DOCUMENTO DELIMITED BY SIZE
                              INTO EXT-DOCUMENTO
               END-EVALUATE
               MOVE EXT-SALDO TO EXT-SALDO-ED
               MOVE SPACES TO REG-EXTRATO
               IF CC-DEBITO
                   STRING EXT-DD "/" EXT-MM "/" EXT-ANO " "
                          DELIMITED BY SIZE
                          EXT-DOCUMENTO DELIMITED BY SIZE
                          EXT-VALOR-ED DELIMITED BY SIZE
                          "          " DELIMITED BY SIZE
                          EXT-SALDO-ED DELIMITED BY SIZE
                          INTO REG-EXTRATO
               ELSE
                   STRING EXT-DD "/" EXT-MM "/" EXT-ANO " "
                          DELIMITED BY SIZE
                          EXT-DOCUMENTO DELIMITED BY SIZE
                          "         " DELIMITED BY SIZE
                          EXT-VALOR-ED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EXT-SALDO-ED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CC-REFERENCIA DELIMITED BY SIZE
                          INTO REG-EXTRATO
               END-IF
               PERFORM ESCREVER-LINHA-EXTRATO
           END-IF.

       ESCREVER-RODAPE-EXTRATO.
           MOVE ALL "-" TO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE EXT-DEBITOS TO EXT-VALOR-ED
           MOVE SPACES TO REG-EXTRATO
           STRING "Débitos do mês : " DELIMITED BY SIZE
                  EXT-VALOR-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE EXT-CREDITOS TO EXT-VALOR-ED
           MOVE SPACES TO REG-EXTRATO
           STRING "Créditos do mês: " DELIMITED BY SIZE
                  EXT-VALOR-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE EXT-SALDO TO EXT-SALDO-ED
           MOVE SPACES TO REG-EXTRATO
           STRING "Saldo final    :" DELIMITED BY SIZE
                  EXT-SALDO-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           IF CLI-CONTA-CORRENTE = "S"
               MOVE CLI-LIMITE-CREDITO TO CC-LIMITE-ED
               MOVE SPACES TO REG-EXTRATO
               STRING "Limite de crédito: " DELIMITED BY SIZE
                      CC-LIMITE-ED DELIMITED BY SIZE
                      " EUR" DELIMITED BY SIZE
                      INTO REG-EXTRATO
               PERFORM ESCREVER-LINHA-EXTRATO
           END-IF
           MOVE ALL "=" TO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO
           MOVE SPACES TO REG-EXTRATO
           PERFORM ESCREVER-LINHA-EXTRATO.

       ESCREVER-LINHA-EXTRATO.
           WRITE REG-EXTRATO
           IF STATUS-ARQUIVO-EXTRATO NOT = "00"
               DISPLAY "Aviso: falha ao gravar linha do extrato!"
           END-IF.

      *SALDOS POR ANTIGUIDADE DAS CONTAS CORRENTES, À DATA DE HOJE:
      *UMA PASSAGEM PELA FICHA DE CLIENTES PARA AS CONTAS, OUTRA PELO
      *DIÁRIO PARA SOMAR PAGAMENTOS E CRÉDITOS DE CADA UMA, E UMA
      *TERCEIRA PARA ABATER ESSES VALORES ÀS FATURAS POR ORDEM DE
      *DATA. ESCALÕES: ATÉ 30, 31-60, 61-90 E MAIS DE 90 DIAS.
       RELATORIO-ANTIGUIDADE-SALDOS.
           MOVE 0 TO ANT-TOTAL-CONTAS
           MOVE 0 TO ANT-OMITIDAS
           MOVE ZEROS TO ANT-TOTAIS
           MOVE LOW-VALUES TO CLI-CONTATO
           START CLIENTES-FILE KEY IS NOT LESS THAN CLI-CONTATO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-CLIENTES
           END-START
           PERFORM GUARDAR-CONTA-ANTIGUIDADE
               UNTIL STATUS-ARQUIVO-CLIENTES NOT = "00"
           MOVE DATA-PEDIDO TO DIA-DATA-ENTRADA
           PERFORM CALCULAR-NUMERO-DIA
           MOVE DIA-NUMERO TO ANT-DIA-HOJE
           OPEN INPUT CONTACOR-FILE
           IF STATUS-ARQUIVO-CONTACOR = "00"
               PERFORM SOMAR-CREDITOS-ANTIGUIDADE
                   UNTIL STATUS-ARQUIVO-CONTACOR NOT = "00"
               CLOSE CONTACOR-FILE
           END-IF
           OPEN INPUT CONTACOR-FILE
           IF STATUS-ARQUIVO-CONTACOR = "00"
               PERFORM REPARTIR-DEBITO-ANTIGUIDADE
                   UNTIL STATUS-ARQUIVO-CONTACOR NOT = "00"
               CLOSE CONTACOR-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "SALDOS DE CONTA CORRENTE POR ANTIGUIDADE - "
                   STRING-DATA
           DISPLAY "  (EUR em dívida: até 30 / 31-60 / 61-90 / mais "
                   "de 90 dias)"
           MOVE 1 TO ANT-INDICE
           PERFORM UNTIL ANT-INDICE > ANT-TOTAL-CONTAS
               PERFORM MOSTRAR-CONTA-ANTIGUIDADE
               ADD 1 TO ANT-INDICE
           END-PERFORM
           COMPUTE ANT-EM-DIVIDA = ANT-TOTAL-ESCALAO(1)
               + ANT-TOTAL-ESCALAO(2) + ANT-TOTAL-ESCALAO(3)
               + ANT-TOTAL-ESCALAO(4)
           MOVE ANT-EM-DIVIDA TO ANT-TOTAL-ED
           DISPLAY "Total em dívida: " ANT-TOTAL-ED " EUR"
           MOVE 1 TO ANT-ESCALAO
           PERFORM UNTIL ANT-ESCALAO > 4
               MOVE ANT-TOTAL-ESCALAO(ANT-ESCALAO) TO ANT-ESCALAO-ED
               DISPLAY "  Escalão " ANT-ESCALAO ": " ANT-ESCALAO-ED
                       " EUR"
               ADD 1 TO ANT-ESCALAO
           END-PERFORM
           IF ANT-OMITIDAS > 0
               DISPLAY "Aviso: limite de 50 contas atingido, "
                       ANT-OMITIDAS " conta(s) não mostradas."
           END-IF
           DISPLAY "----------------------------------------".

       GUARDAR-CONTA-ANTIGUIDADE.
           READ CLIENTES-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00"
                   AND CLI-SALDO-CONTA IS NUMERIC
               IF CLI-CONTA-CORRENTE = "S" OR CLI-SALDO-CONTA NOT = 0
                   IF ANT-TOTAL-CONTAS >= 50
                       ADD 1 TO ANT-OMITIDAS
                   ELSE
                       ADD 1 TO ANT-TOTAL-CONTAS
                       MOVE ZEROS TO ANT-CONTA(ANT-TOTAL-CONTAS)
                       MOVE CLI-CONTATO
                            TO ANT-CONTATO(ANT-TOTAL-CONTAS)
                       MOVE CLI-NOME TO ANT-NOME(ANT-TOTAL-CONTAS)
                   END-IF
               END-IF
           END-IF.

       PROCURAR-CONTA-ANTIGUIDADE.
           MOVE 0 TO ANT-POSICAO
           MOVE 1 TO ANT-INDICE
           PERFORM UNTIL ANT-INDICE > ANT-TOTAL-CONTAS
                   OR ANT-POSICAO NOT = 0
               IF ANT-CONTATO(ANT-INDICE) = CC-CONTATO
                   MOVE ANT-INDICE TO ANT-POSICAO
               END-IF
               ADD 1 TO ANT-INDICE
           END-PERFORM.

       SOMAR-CREDITOS-ANTIGUIDADE.
           READ CONTACOR-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CONTACOR
           END-READ
           IF STATUS-ARQUIVO-CONTACOR = "00" AND NOT CC-DEBITO
               PERFORM PROCURAR-CONTA-ANTIGUIDADE
               IF ANT-POSICAO > 0
                   ADD CC-VALOR TO ANT-CREDITOS(ANT-POSICAO)
               END-IF
           END-IF.

       REPARTIR-DEBITO-ANTIGUIDADE.
           READ CONTACOR-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-CONTACOR
           END-READ
           IF STATUS-ARQUIVO-CONTACOR = "00" AND CC-DEBITO
               PERFORM PROCURAR-CONTA-ANTIGUIDADE
               IF ANT-POSICAO > 0
                   IF ANT-CREDITOS(ANT-POSICAO) >= CC-VALOR
                       SUBTRACT CC-VALOR FROM ANT-CREDITOS(ANT-POSICAO)
                   ELSE
                       COMPUTE ANT-EM-DIVIDA =
                           CC-VALOR - ANT-CREDITOS(ANT-POSICAO)
                       MOVE 0 TO ANT-CREDITOS(ANT-POSICAO)
                       PERFORM ESCALONAR-DIVIDA-ANTIGUIDADE
                   END-IF
               END-IF
           END-IF.

       ESCALONAR-DIVIDA-ANTIGUIDADE.
           MOVE CC-DATA TO DIA-DATA-ENTRADA
           PERFORM CALCULAR-NUMERO-DIA
           COMPUTE ANT-DIAS = ANT-DIA-HOJE - DIA-NUMERO
           EVALUATE TRUE
               WHEN ANT-DIAS <= 30
                   MOVE 1 TO ANT-ESCALAO
               WHEN ANT-DIAS <= 60
                   MOVE 2 TO ANT-ESCALAO
               WHEN ANT-DIAS <= 90
                   MOVE 3 TO ANT-ESCALAO
               WHEN OTHER
                   MOVE 4 TO ANT-ESCALAO
           END-EVALUATE
           ADD ANT-EM-DIVIDA
               TO ANT-VALOR-ESCALAO(ANT-POSICAO, ANT-ESCALAO)
           ADD ANT-EM-DIVIDA TO ANT-TOTAL-ESCALAO(ANT-ESCALAO).

      *UMA CONTA SÓ APARECE SE DEVE ALGUMA COISA OU SE TEM CRÉDITO A
      *FAVOR (PAGOU MAIS DO QUE O FATURADO).
       MOSTRAR-CONTA-ANTIGUIDADE.
           COMPUTE ANT-EM-DIVIDA = ANT-VALOR-ESCALAO(ANT-INDICE, 1)
               + ANT-VALOR-ESCALAO(ANT-INDICE, 2)
               + ANT-VALOR-ESCALAO(ANT-INDICE, 3)
               + ANT-VALOR-ESCALAO(ANT-INDICE, 4)
           IF ANT-EM-DIVIDA > 0
               MOVE ANT-EM-DIVIDA TO ANT-TOTAL-ED
               DISPLAY "  " ANT-NOME(ANT-INDICE) " ("
                       ANT-CONTATO(ANT-INDICE) "): " ANT-TOTAL-ED
                       " EUR"
               MOVE SPACES TO ALG-LINHA
               MOVE 5 TO ALG-PONTEIRO
               MOVE 1 TO ANT-ESCALAO
               PERFORM UNTIL ANT-ESCALAO > 4
                   MOVE ANT-VALOR-ESCALAO(ANT-INDICE, ANT-ESCALAO)
                        TO ANT-ESCALAO-ED
                   STRING ANT-ESCALAO-ED DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          INTO ALG-LINHA WITH POINTER ALG-PONTEIRO
                   ADD 1 TO ANT-ESCALAO
               END-PERFORM
               DISPLAY ALG-LINHA
           END-IF
           IF ANT-CREDITOS(ANT-INDICE) > 0
               MOVE ANT-CREDITOS(ANT-INDICE) TO ANT-ESCALAO-ED
               DISPLAY "  " ANT-NOME(ANT-INDICE) " ("
                       ANT-CONTATO(ANT-INDICE) "): crédito a favor "
                       ANT-ESCALAO-ED " EUR"
           END-IF.

      *NÚMERO DE DIA CONTÍNUO (CALENDÁRIO GREGORIANO) DA DATA EM
      *DIA-DATA-ENTRADA; CADA DIVISÃO É INTEIRA E FEITA À PARTE.
       CALCULAR-NUMERO-DIA.
           MOVE DIA-DATA-ENTRADA TO DIA-DATA-SPLIT
           IF DIA-SPLIT-MES <= 2
               MOVE 1 TO DIA-AJUSTE
           ELSE
               MOVE 0 TO DIA-AJUSTE
           END-IF
           COMPUTE DIA-ANO = DIA-SPLIT-ANO + 4800 - DIA-AJUSTE
           COMPUTE DIA-MES = DIA-SPLIT-MES + 12 * DIA-AJUSTE - 3
           COMPUTE DIA-PARCELA = (153 * DIA-MES + 2) / 5
           COMPUTE DIA-NUMERO = DIA-SPLIT-DIA + DIA-PARCELA
               + 365 * DIA-ANO - 32045
           COMPUTE DIA-PARCELA = DIA-ANO / 4
           ADD DIA-PARCELA TO DIA-NUMERO
           COMPUTE DIA-PARCELA = DIA-ANO / 100
           SUBTRACT DIA-PARCELA FROM DIA-NUMERO
           COMPUTE DIA-PARCELA = DIA-ANO / 400
           ADD DIA-PARCELA TO DIA-NUMERO.

      *VALES DE OFERTA PRÉ-PAGOS: VENDA AO BALCÃO, CONSULTA DE SALDO
      *E MAPA DOS VALES EM CIRCULAÇÃO E EXPIRADOS. O VALE NÃO É UMA
      *VENDA SUJEITA A I.V.A.; O IMPOSTO É LIQUIDADO NA FATURA DO
      *PEDIDO QUE O VALE VIER A PAGAR.
       VALES-OFERTA.
           DISPLAY "----------------------------------------"
           DISPLAY "VALES DE OFERTA"
           DISPLAY "[1] Vender vale  [2] Consultar vale"
           DISPLAY "[3] Vales em circulação e expirados  [0] Voltar"
           DISPLAY "Opção: "
           ACCEPT OPCAO-VALES
           PERFORM UNTIL OPCAO-VALES = 0
               EVALUATE OPCAO-VALES
                   WHEN 1
                       PERFORM VENDER-VALE-OFERTA
                   WHEN 2
                       PERFORM CONSULTAR-VALE-OFERTA
                   WHEN 3
                       PERFORM RELATORIO-VALES-OFERTA
                   WHEN OTHER
                       DISPLAY "Erro: opção inválida!"
               END-EVALUATE
               DISPLAY "[1] Vender vale  [2] Consultar vale"
               DISPLAY "[3] Vales em circulação e expirados  "
                       "[0] Voltar"
               DISPLAY "Opção: "
               ACCEPT OPCAO-VALES
           END-PERFORM.

       VENDER-VALE-OFERTA.
           DISPLAY "Valor do vale (EUR, 0 = desistir): "
           ACCEPT VALE-VALOR-VENDA
           IF VALE-VALOR-VENDA = 0
               DISPLAY "Vale não vendido."
           ELSE
               PERFORM COBRAR-VENDA-VALE
           END-IF.

      *O VALE PAGA-SE NA HORA (DINHEIRO, CARTÃO OU MBWAY); NÃO SE
      *VENDE A CRÉDITO NEM SE PAGA COM OUTRO VALE.
       COBRAR-VENDA-VALE.
           DISPLAY "[1] Dinheiro  [2] Cartão  [3] MBWay"
           DISPLAY "Modo de pagamento: "
           ACCEPT VALE-MODO-VENDA
           PERFORM UNTIL VALE-MODO-VENDA >= 1 AND VALE-MODO-VENDA <= 3
               DISPLAY "Erro: indique 1, 2 ou 3!"
               DISPLAY "Modo de pagamento: "
               ACCEPT VALE-MODO-VENDA
           END-PERFORM
           MOVE VALE-VALOR-VENDA TO VALE-ENTREGUE
           MOVE 0 TO VALE-TROCO
           IF VALE-MODO-VENDA = 1
               DISPLAY "Valor entregue pelo cliente: "
               ACCEPT VALE-ENTREGUE
               PERFORM UNTIL VALE-ENTREGUE >= VALE-VALOR-VENDA
                   DISPLAY "Erro: valor entregue inferior ao valor "
                           "do vale!"
                   DISPLAY "Valor entregue pelo cliente: "
                   ACCEPT VALE-ENTREGUE
               END-PERFORM
               COMPUTE VALE-TROCO = VALE-ENTREGUE - VALE-VALOR-VENDA
           END-IF
           MOVE VALE-VALOR-VENDA TO VALE-VALOR-ED
           DISPLAY "Confirma a venda do vale de " VALE-VALOR-ED
                   " EUR? (S/N): "
           ACCEPT RESPOSTA-VALE
           IF RESPOSTA-VALE = "S" OR RESPOSTA-VALE = "s"
               PERFORM GRAVAR-VALE-OFERTA
           ELSE
               DISPLAY "Vale não vendido."
           END-IF.

      *A VALIDADE CONTA ANOS-VALIDADE-VALE ANOS A PARTIR DA VENDA; UM
      *VALE VENDIDO A 29 DE FEVEREIRO VALE ATÉ 28 DE FEVEREIRO.
       GRAVAR-VALE-OFERTA.
           ADD 1 TO ULTIMO-NUMERO-VALE
           MOVE ULTIMO-NUMERO-VALE TO VAL-NUMERO
           MOVE DATA-PEDIDO TO VAL-DATA-VENDA
           MOVE HORA-PEDIDO TO VAL-HORA-VENDA
           COMPUTE DIA-DATA-ENTRADA =
               DATA-PEDIDO + ANOS-VALIDADE-VALE * 10000
           MOVE DIA-DATA-ENTRADA TO DIA-DATA-SPLIT
           IF DIA-SPLIT-MES = 2 AND DIA-SPLIT-DIA = 29
               MOVE 28 TO DIA-SPLIT-DIA
           END-IF
           MOVE DIA-DATA-SPLIT TO VAL-DATA-VALIDADE
           MOVE VALE-VALOR-VENDA TO VAL-VALOR
           MOVE VALE-VALOR-VENDA TO VAL-SALDO
           MOVE VALE-MODO-VENDA TO VAL-MODO-VENDA
           MOVE OPERADOR-ATUAL TO VAL-OPERADOR
           MOVE 0 TO VAL-DATA-ULTIMO-USO
           WRITE REG-VALE
               INVALID KEY MOVE "22" TO STATUS-ARQUIVO-VALES
           END-WRITE
           IF STATUS-ARQUIVO-VALES NOT = "00"
               SUBTRACT 1 FROM ULTIMO-NUMERO-VALE
               DISPLAY "Erro: falha ao gravar o vale de oferta!"
           ELSE
               PERFORM GRAVAR-CONTROLO
               MOVE SPACES TO EVENTO-AUDITORIA
               STRING "VALE DE OFERTA VENDIDO " DELIMITED BY SIZE
                      VAL-NUMERO DELIMITED BY SIZE
                      INTO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
               PERFORM IMPRIMIR-VALE-OFERTA
               DISPLAY "Vale de oferta N.: " VAL-NUMERO
               IF VALE-MODO-VENDA = 1
                   MOVE VALE-TROCO TO VALE-SALDO-ED
                   DISPLAY "Troco: " VALE-SALDO-ED " EUR"
               END-IF
           END-IF.

       IMPRIMIR-VALE-OFERTA.
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE "Pizzaria Ramalho - Pizzas e Derivados, Lda."
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "VALE DE OFERTA N. " DELIMITED BY SIZE
                  VAL-NUMERO DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "Data: " DELIMITED BY SIZE
                  VAL-DATA-VENDA DELIMITED BY SIZE
                  "  Hora: " DELIMITED BY SIZE
                  VAL-HORA-VENDA DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE VAL-VALOR TO VALE-VALOR-ED
           MOVE SPACES TO REG-RECIBO
           STRING "Valor: " DELIMITED BY SIZE
                  VALE-VALOR-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE VAL-DATA-VALIDADE TO DIA-DATA-SPLIT
           PERFORM FORMATAR-DATA-VALE
           MOVE SPACES TO REG-RECIBO
           STRING "Válido até: " DELIMITED BY SIZE
                  VALE-DATA-ED DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE VAL-MODO-VENDA TO MODO-PAGAMENTO
           PERFORM NOMEAR-MODO-PAGAMENTO
           MOVE SPACES TO REG-RECIBO
           STRING "Pagamento: " DELIMITED BY SIZE
                  NOME-MODO-PAGAMENTO DELIMITED BY SIZE
                  INTO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           IF VAL-MODO-VENDA = 1
               MOVE VALE-ENTREGUE TO VALOR-ENTREGUE-ED
               MOVE VALE-TROCO TO TROCO-PEDIDO-ED
               MOVE SPACES TO REG-RECIBO
               STRING "Entregue: " DELIMITED BY SIZE
                      VALOR-ENTREGUE-ED DELIMITED BY SIZE
                      " EUR  Troco: " DELIMITED BY SIZE
                      TROCO-PEDIDO-ED DELIMITED BY SIZE
                      " EUR" DELIMITED BY SIZE
                      INTO REG-RECIBO
               PERFORM ESCREVER-LINHA-RECIBO
           END-IF
           MOVE "Não sujeito a I.V.A.: o imposto é liquidado na"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE "fatura do pedido pago com este vale." TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE "Muito obrigado pela preferência!" TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO
           MOVE "------------------------------------------"
               TO REG-RECIBO
           PERFORM ESCREVER-LINHA-RECIBO.

       CONSULTAR-VALE-OFERTA.
           DISPLAY "Número do vale: "
           ACCEPT VALE-PESQUISA
           PERFORM LER-VALE-OFERTA
           IF VALE-SITUACAO = "I"
               DISPLAY "Vale de oferta não encontrado!"
           ELSE
               MOVE VAL-VALOR TO VALE-VALOR-ED
               MOVE VAL-SALDO TO VALE-SALDO-ED
               MOVE VAL-DATA-VENDA TO DIA-DATA-SPLIT
               PERFORM FORMATAR-DATA-VALE
               DISPLAY "Vale N.: " VAL-NUMERO "  Vendido em "
                       VALE-DATA-ED " por " VALE-VALOR-ED " EUR"
               MOVE VAL-DATA-VALIDADE TO DIA-DATA-SPLIT
               PERFORM FORMATAR-DATA-VALE
               DISPLAY "Válido até: " VALE-DATA-ED
               DISPLAY "Saldo: " VALE-SALDO-ED " EUR"
               IF VAL-DATA-ULTIMO-USO NOT = 0
                   MOVE VAL-DATA-ULTIMO-USO TO DIA-DATA-SPLIT
                   PERFORM FORMATAR-DATA-VALE
                   DISPLAY "Última utilização: " VALE-DATA-ED
               END-IF
               EVALUATE VALE-SITUACAO
                   WHEN "U"
                       DISPLAY "Situação: utilizado (sem saldo)"
                   WHEN "X"
                       DISPLAY "Situação: expirado"
                   WHEN OTHER
                       DISPLAY "Situação: válido"
               END-EVALUATE
           END-IF.

      *LÊ O VALE VALE-PESQUISA E CLASSIFICA-O EM VALE-SITUACAO. UM
      *VALE QUE EXPIRA HOJE AINDA É ACEITE.
       LER-VALE-OFERTA.
           MOVE VALE-PESQUISA TO VAL-NUMERO
           READ VALES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-VALES
           END-READ
           EVALUATE TRUE
               WHEN STATUS-ARQUIVO-VALES NOT = "00"
                   MOVE "I" TO VALE-SITUACAO
               WHEN VAL-SALDO = 0
                   MOVE "U" TO VALE-SITUACAO
               WHEN VAL-DATA-VALIDADE < DATA-PEDIDO
                   MOVE "X" TO VALE-SITUACAO
               WHEN OTHER
                   MOVE "V" TO VALE-SITUACAO
           END-EVALUATE.

      *PEDE O NÚMERO DO VALE COM QUE O CLIENTE QUER PAGAR E RECUSA
      *O INEXISTENTE, O JÁ GASTO E O EXPIRADO.
       PEDIR-VALE-OFERTA.
           DISPLAY "Número do vale: "
           ACCEPT VALE-PESQUISA
           PERFORM LER-VALE-OFERTA
           EVALUATE VALE-SITUACAO
               WHEN "I"
                   DISPLAY "Erro: vale de oferta inexistente!"
               WHEN "U"
                   DISPLAY "Erro: vale já utilizado (saldo zero)!"
               WHEN "X"
                   MOVE VAL-DATA-VALIDADE TO DIA-DATA-SPLIT
                   PERFORM FORMATAR-DATA-VALE
                   DISPLAY "Erro: vale expirado em " VALE-DATA-ED "!"
               WHEN OTHER
                   MOVE VAL-SALDO TO VALE-SALDO-ED
                   DISPLAY "Saldo do vale: " VALE-SALDO-ED " EUR"
           END-EVALUATE.

      *ABATE AO SALDO DO VALE O VALOR QUE ELE PAGOU NO PEDIDO; O
      *RESTO FICA NO VALE PARA UMA PRÓXIMA VEZ.
       ABATER-VALE-OFERTA.
           IF VALOR-VALE > 0
               MOVE NUMERO-VALE TO VAL-NUMERO
               READ VALES-FILE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-VALES
               END-READ
               IF STATUS-ARQUIVO-VALES = "00"
                   IF VAL-SALDO > VALOR-VALE
                       SUBTRACT VALOR-VALE FROM VAL-SALDO
                   ELSE
                       MOVE 0 TO VAL-SALDO
                   END-IF
                   MOVE DATA-PEDIDO TO VAL-DATA-ULTIMO-USO
                   REWRITE REG-VALE
                       INVALID KEY MOVE "23" TO STATUS-ARQUIVO-VALES
                   END-REWRITE
               END-IF
               IF STATUS-ARQUIVO-VALES NOT = "00"
                   DISPLAY "Aviso: falha ao abater o vale "
                           NUMERO-VALE "!"
               END-IF
           END-IF.

      *NA ANULAÇÃO O VALOR PAGO COM O VALE VOLTA AO SALDO DO VALE,
      *MESMO QUE ENTRETANTO TENHA EXPIRADO (FICA PARA O GERENTE).
       REPOR-VALE-OFERTA.
           IF REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0
               MOVE REG-NUMERO-VALE TO VAL-NUMERO
               READ VALES-FILE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-VALES
               END-READ
               IF STATUS-ARQUIVO-VALES = "00"
                   ADD REG-VALOR-VALE TO VAL-SALDO
                   REWRITE REG-VALE
                       INVALID KEY MOVE "23" TO STATUS-ARQUIVO-VALES
                   END-REWRITE
               END-IF
               IF STATUS-ARQUIVO-VALES = "00"
                   MOVE REG-VALOR-VALE TO VALE-VALOR-ED
                   DISPLAY "Repostos " VALE-VALOR-ED
                           " EUR no vale de oferta " REG-NUMERO-VALE
                           "."
               ELSE
                   DISPLAY "Aviso: falha ao repor o vale "
                           REG-NUMERO-VALE "!"
               END-IF
           END-IF.

      *MAPA DA RESPONSABILIDADE EM VALES: O SALDO DOS VALES AINDA
      *VÁLIDOS É DINHEIRO RECEBIDO POR SERVIR; OS EXPIRADOS COM SALDO
      *SAEM UM A UM PARA O CONTABILISTA OS REGULARIZAR.
       RELATORIO-VALES-OFERTA.
           MOVE 0 TO VRL-ATIVOS-QTD
           MOVE 0 TO VRL-ATIVOS-VALOR
           MOVE 0 TO VRL-EXPIRADOS-QTD
           MOVE 0 TO VRL-EXPIRADOS-VALOR
           MOVE 0 TO VRL-USADOS-QTD
           DISPLAY "----------------------------------------"
           DISPLAY "VALES DE OFERTA EM CIRCULAÇÃO - " STRING-DATA
           DISPLAY "Vales expirados com saldo:"
           MOVE LOW-VALUES TO VAL-NUMERO
           START VALES-FILE KEY IS NOT LESS THAN VAL-NUMERO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-VALES
           END-START
           PERFORM ACUMULAR-VALE-RELATORIO
               UNTIL STATUS-ARQUIVO-VALES NOT = "00"
           IF VRL-EXPIRADOS-QTD = 0
               DISPLAY "  (nenhum)"
           END-IF
           DISPLAY "----------------------------------------"
           MOVE VRL-ATIVOS-VALOR TO VALE-TOTAL-ED
           DISPLAY "Vales válidos: " VRL-ATIVOS-QTD "  Saldo por "
                   "servir: " VALE-TOTAL-ED " EUR"
           MOVE VRL-EXPIRADOS-VALOR TO VALE-TOTAL-ED
           DISPLAY "Vales expirados: " VRL-EXPIRADOS-QTD
                   "  Saldo perdido: " VALE-TOTAL-ED " EUR"
           DISPLAY "Vales totalmente utilizados: " VRL-USADOS-QTD
           DISPLAY "----------------------------------------".

       ACUMULAR-VALE-RELATORIO.
           READ VALES-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-VALES
           END-READ
           IF STATUS-ARQUIVO-VALES = "00"
               EVALUATE TRUE
                   WHEN VAL-SALDO = 0
                       ADD 1 TO VRL-USADOS-QTD
                   WHEN VAL-DATA-VALIDADE < DATA-PEDIDO
                       ADD 1 TO VRL-EXPIRADOS-QTD
                       ADD VAL-SALDO TO VRL-EXPIRADOS-VALOR
                       MOVE VAL-SALDO TO VALE-SALDO-ED
                       MOVE VAL-DATA-VALIDADE TO DIA-DATA-SPLIT
                       PERFORM FORMATAR-DATA-VALE
                       DISPLAY "  Vale " VAL-NUMERO "  expirou em "
                               VALE-DATA-ED "  saldo " VALE-SALDO-ED
                               " EUR"
                   WHEN OTHER
                       ADD 1 TO VRL-ATIVOS-QTD
                       ADD VAL-SALDO TO VRL-ATIVOS-VALOR
               END-EVALUATE
           END-IF.

       FORMATAR-DATA-VALE.
           MOVE SPACES TO VALE-DATA-ED
           STRING DIA-SPLIT-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DIA-SPLIT-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DIA-SPLIT-ANO DELIMITED BY SIZE
                  INTO VALE-DATA-ED.

      *RECLAMAÇÕES DE CLIENTES LIGADAS AO PEDIDO: REGISTO COM O
      *MOTIVO, O OPERADOR E O ESTAFETA DO PEDIDO E A COMPENSAÇÃO
      *DADA, FECHO DAS RESOLVIDAS E MAPA SEMANAL POR MOTIVO, POR
      *ESTAFETA E POR PIZZA.
       RECLAMACOES.
           DISPLAY "----------------------------------------"
           DISPLAY "RECLAMAÇÕES"
           DISPLAY "[1] Registar reclamação  [2] Fechar reclamação"
           DISPLAY "[3] Relatório semanal    [0] Voltar"
           DISPLAY "Opção: "
           ACCEPT OPCAO-RECLAMACOES
           PERFORM UNTIL OPCAO-RECLAMACOES = 0
               EVALUATE OPCAO-RECLAMACOES
                   WHEN 1
                       PERFORM REGISTAR-RECLAMACAO
                   WHEN 2
                       PERFORM FECHAR-RECLAMACAO
                   WHEN 3
                       PERFORM RELATORIO-RECLAMACOES
                   WHEN OTHER
                       DISPLAY "Erro: opção inválida!"
               END-EVALUATE
               DISPLAY "[1] Registar reclamação  [2] Fechar "
                       "reclamação"
               DISPLAY "[3] Relatório semanal    [0] Voltar"
               DISPLAY "Opção: "
               ACCEPT OPCAO-RECLAMACOES
           END-PERFORM.

      *O PEDIDO PROCURA-SE COMO NA ANULAÇÃO (CHAVE OU FATURA), NO
      *FICHEIRO DE PEDIDOS EM CURSO.
       PROCURAR-PEDIDO-RECLAMACAO.
           DISPLAY "[1] Por chave (data + número do pedido)"
           DISPLAY "[2] Por número de fatura"
           DISPLAY "Forma de pesquisa: "
           ACCEPT OPCAO-PESQUISA-ANUL
           PERFORM UNTIL OPCAO-PESQUISA-ANUL = 1
                   OR OPCAO-PESQUISA-ANUL = 2
               DISPLAY "Erro: indique 1 ou 2!"
               DISPLAY "Forma de pesquisa: "
               ACCEPT OPCAO-PESQUISA-ANUL
           END-PERFORM
           MOVE "N" TO ANUL-ENCONTRADO
           IF OPCAO-PESQUISA-ANUL = 1
               DISPLAY "Data do pedido (AAAAMMDD): "
               ACCEPT ANUL-DATA
               DISPLAY "Número do pedido: "
               ACCEPT ANUL-NUMERO
               MOVE ANUL-DATA TO REG-DATA-PEDIDO
               MOVE ANUL-NUMERO TO REG-NUMERO-PEDIDO
               READ PEDIDOS-FILE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-PEDIDOS
               END-READ
               IF STATUS-ARQUIVO-PEDIDOS = "00"
                   MOVE "S" TO ANUL-ENCONTRADO
               END-IF
           ELSE
               DISPLAY "Número de fatura: "
               ACCEPT ANUL-FATURA
               PERFORM PROCURAR-PEDIDO-POR-FATURA
           END-IF
           IF ANUL-ENCONTRADO = "N"
               DISPLAY "Pedido não encontrado!"
           END-IF.

      *UMA RECLAMAÇÃO POR PEDIDO. O OPERADOR E O ESTAFETA SÃO OS QUE
      *FICARAM NO PEDIDO; QUEM REGISTA A RECLAMAÇÃO FICA À PARTE.
       REGISTAR-RECLAMACAO.
           DISPLAY "----------------------------------------"
           DISPLAY "REGISTO DE RECLAMAÇÃO"
           PERFORM PROCURAR-PEDIDO-RECLAMACAO
           IF ANUL-ENCONTRADO = "S"
               MOVE CHAVE-PEDIDO TO REC-CHAVE
               READ RECLAMA-FILE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-RECLAMA
               END-READ
               IF STATUS-ARQUIVO-RECLAMA = "00"
                   DISPLAY "Erro: o pedido já tem reclamação "
                           "registada!"
                   PERFORM MOSTRAR-RECLAMACAO
               ELSE
                   PERFORM RECOLHER-RECLAMACAO
               END-IF
           END-IF.

       RECOLHER-RECLAMACAO.
           MOVE REG-TOTAL-FINAL-CALC TO ANUL-TOTAL-ED
           DISPLAY "Pedido " REG-NUMERO-PEDIDO " de "
                   REG-DATA-PEDIDO " - Fatura " REG-NUMERO-FATURA
                   " - " ANUL-TOTAL-ED " EUR"
           DISPLAY "Cliente: " REG-CLIENTE-PEDIDO " ("
                   REG-CONTATO-PEDIDO ")"
           MOVE CHAVE-PEDIDO TO REC-CHAVE
           MOVE REG-CONTATO-PEDIDO TO REC-CONTATO
           MOVE REG-NUMERO-FATURA TO REC-NUMERO-FATURA
           MOVE DATA-PEDIDO TO REC-DATA
           MOVE HORA-ATUAL TO REC-HORA
           MOVE OPERADOR-ATUAL TO REC-OPERADOR
           MOVE REG-OPERADOR-PEDIDO TO REC-OPERADOR-PEDIDO
           MOVE REG-ESTAFETA-PEDIDO TO REC-ESTAFETA
           DISPLAY "[1] Pizza fria  [2] Atraso na entrega  "
                   "[3] Artigo em falta"
           DISPLAY "[4] Pedido trocado  [5] Qualidade  "
                   "[6] Atendimento  [7] Outro"
           DISPLAY "Motivo: "
           ACCEPT REC-MOTIVO
           PERFORM UNTIL REC-MOTIVO >= 1 AND REC-MOTIVO <= 7
               DISPLAY "Erro: indique um motivo de 1 a 7!"
               DISPLAY "Motivo: "
               ACCEPT REC-MOTIVO
           END-PERFORM
           MOVE 0 TO REC-PIZZA
           MOVE 0 TO REC-CODIGO-EMENTA
           IF REG-NUM-PIZZAS > 0
               DISPLAY "Pizzas do pedido:"
               MOVE 1 TO CONTADOR-PIZZA
               PERFORM UNTIL CONTADOR-PIZZA > REG-NUM-PIZZAS
                   IF REG-CODIGO-EMENTA(CONTADOR-PIZZA) >= 1
                           AND REG-CODIGO-EMENTA(CONTADOR-PIZZA) <= 10
                       DISPLAY "  " CONTADOR-PIZZA ". "
                               NOME-PIZZA-EMENTA(
                               REG-CODIGO-EMENTA(CONTADOR-PIZZA))
                   ELSE
                       DISPLAY "  " CONTADOR-PIZZA ". Monte a sua"
                   END-IF
                   ADD 1 TO CONTADOR-PIZZA
               END-PERFORM
               DISPLAY "Pizza em causa (0 = o pedido em geral): "
               ACCEPT RCL-PIZZA
               PERFORM UNTIL RCL-PIZZA <= REG-NUM-PIZZAS
                   DISPLAY "Erro: pizza inexistente no pedido!"
                   DISPLAY "Pizza em causa (0 = o pedido em geral): "
                   ACCEPT RCL-PIZZA
               END-PERFORM
               MOVE RCL-PIZZA TO REC-PIZZA
               IF RCL-PIZZA > 0
                   MOVE REG-CODIGO-EMENTA(RCL-PIZZA)
                        TO REC-CODIGO-EMENTA
               END-IF
           END-IF
           DISPLAY "Descrição (opcional): "
           MOVE SPACES TO REC-NOTA
           ACCEPT REC-NOTA
           PERFORM OBTER-COMPENSACAO-RECLAMACAO
           MOVE 0 TO REC-VALOR-USADO
           MOVE 0 TO REC-DATA-USO
           MOVE 0 TO REC-PEDIDO-USO
           MOVE "A" TO REC-ESTADO
           MOVE 0 TO REC-DATA-FECHO
           IF REC-ESTADO-COMPENSACAO NOT = "P"
               DISPLAY "Dar a reclamação por resolvida? (S/N): "
               ACCEPT RCL-RESPOSTA
               IF RCL-RESPOSTA = "S" OR RCL-RESPOSTA = "s"
                   MOVE "F" TO REC-ESTADO
                   MOVE DATA-PEDIDO TO REC-DATA-FECHO
               END-IF
           END-IF
           WRITE REG-RECLAMACAO
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-RECLAMA
           END-WRITE
           IF STATUS-ARQUIVO-RECLAMA NOT = "00"
               DISPLAY "Erro: não foi possível gravar a reclamação!"
           ELSE
               IF REC-COMPENSACAO = "P"
                   PERFORM CREDITAR-PONTOS-RECLAMACAO
               END-IF
               MOVE SPACES TO EVENTO-AUDITORIA
               STRING "RECLAMACAO PEDIDO " DELIMITED BY SIZE
                      REC-NUMERO-PEDIDO DELIMITED BY SIZE
                      " MOTIVO " DELIMITED BY SIZE
                      REC-MOTIVO DELIMITED BY SIZE
                      " COMP " DELIMITED BY SIZE
                      REC-COMPENSACAO DELIMITED BY SIZE
                      INTO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
               DISPLAY "Reclamação registada."
           END-IF.

      *OS PONTOS SÓ SE DÃO A QUEM TEM FICHA (É NELA QUE FICAM); O
      *DESCONTO E O ARTIGO FICAM PENDENTES PARA O PEDIDO SEGUINTE DO
      *MESMO CONTACTO.
       OBTER-COMPENSACAO-RECLAMACAO.
           MOVE "N" TO REC-COMPENSACAO
           MOVE 0 TO REC-VALOR-DESCONTO
           MOVE 0 TO REC-PONTOS
           MOVE SPACE TO REC-TIPO-ARTIGO
           MOVE 0 TO REC-CODIGO-ARTIGO
           MOVE SPACE TO REC-ESTADO-COMPENSACAO
           DISPLAY "[0] Nenhuma  [1] Desconto no pedido seguinte"
           DISPLAY "[2] Pontos no cartão  [3] Artigo oferecido no "
                   "pedido seguinte"
           DISPLAY "Compensação: "
           ACCEPT RCL-COMPENSACAO-OPC
           PERFORM UNTIL RCL-COMPENSACAO-OPC <= 3
               DISPLAY "Erro: opção inválida!"
               DISPLAY "Compensação: "
               ACCEPT RCL-COMPENSACAO-OPC
           END-PERFORM
           IF RCL-COMPENSACAO-OPC = 2
               MOVE REC-CONTATO TO CLI-CONTATO
               READ CLIENTES-FILE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
               END-READ
               IF STATUS-ARQUIVO-CLIENTES NOT = "00"
                       OR CLI-ATIVO NOT = "S"
                   DISPLAY "Erro: cliente sem ficha ativa - não pode "
                           "receber pontos!"
                   MOVE 0 TO RCL-COMPENSACAO-OPC
               END-IF
           END-IF
           EVALUATE RCL-COMPENSACAO-OPC
               WHEN 1
                   MOVE "D" TO REC-COMPENSACAO
                   DISPLAY "Valor do desconto (EUR): "
                   ACCEPT REC-VALOR-DESCONTO
                   PERFORM UNTIL REC-VALOR-DESCONTO > 0
                       DISPLAY "Erro: indique um valor!"
                       DISPLAY "Valor do desconto (EUR): "
                       ACCEPT REC-VALOR-DESCONTO
                   END-PERFORM
                   MOVE "P" TO REC-ESTADO-COMPENSACAO
               WHEN 2
                   MOVE "P" TO REC-COMPENSACAO
                   DISPLAY "Pontos a creditar: "
                   ACCEPT REC-PONTOS
                   PERFORM UNTIL REC-PONTOS > 0
                       DISPLAY "Erro: indique os pontos!"
                       DISPLAY "Pontos a creditar: "
                       ACCEPT REC-PONTOS
                   END-PERFORM
               WHEN 3
                   MOVE "A" TO REC-COMPENSACAO
                   PERFORM ESCOLHER-ARTIGO-COMPENSACAO
                   MOVE "P" TO REC-ESTADO-COMPENSACAO
           END-EVALUATE.

      *O ARTIGO OFERECIDO ESCOLHE-SE AGORA; O STOCK SÓ SE CONFERE E
      *ABATE NO PEDIDO EM QUE FOR ENTREGUE.
       ESCOLHER-ARTIGO-COMPENSACAO.
           DISPLAY "[1] Bebida  [2] Sobremesa"
           DISPLAY "Tipo de artigo: "
           ACCEPT OPCAO-TIPO-ARTIGO
           PERFORM UNTIL OPCAO-TIPO-ARTIGO = 1
                   OR OPCAO-TIPO-ARTIGO = 2
               DISPLAY "Erro: indique 1 (bebida) ou 2 (sobremesa)!"
               DISPLAY "Tipo de artigo: "
               ACCEPT OPCAO-TIPO-ARTIGO
           END-PERFORM
           MOVE 1 TO CONTADOR-STOCK
           PERFORM UNTIL CONTADOR-STOCK > 10
               IF OPCAO-TIPO-ARTIGO = 1
                   IF ATIVO-BEBIDA(CONTADOR-STOCK) = "S"
                       DISPLAY CONTADOR-STOCK ". "
                               NOME-BEBIDA(CONTADOR-STOCK)
                   END-IF
               ELSE
                   IF ATIVO-SOBREMESA(CONTADOR-STOCK) = "S"
                       DISPLAY CONTADOR-STOCK ". "
                               NOME-SOBREMESA(CONTADOR-STOCK)
                   END-IF
               END-IF
               ADD 1 TO CONTADOR-STOCK
           END-PERFORM
           MOVE "N" TO ARTIGO-VALIDO
           PERFORM UNTIL ARTIGO-VALIDO = "S"
               DISPLAY "Código do artigo: "
               ACCEPT CODIGO-ARTIGO-SEL
               EVALUATE TRUE
                   WHEN CODIGO-ARTIGO-SEL < 1
                           OR CODIGO-ARTIGO-SEL > 10
                       DISPLAY "Erro: código inválido!"
                   WHEN OPCAO-TIPO-ARTIGO = 1
                           AND ATIVO-BEBIDA(CODIGO-ARTIGO-SEL)
                               NOT = "S"
                       DISPLAY "Erro: código inválido!"
                   WHEN OPCAO-TIPO-ARTIGO = 2
                           AND ATIVO-SOBREMESA(CODIGO-ARTIGO-SEL)
                               NOT = "S"
                       DISPLAY "Erro: código inválido!"
                   WHEN OTHER
                       MOVE "S" TO ARTIGO-VALIDO
               END-EVALUATE
           END-PERFORM
           IF OPCAO-TIPO-ARTIGO = 1
               MOVE "B" TO REC-TIPO-ARTIGO
           ELSE
               MOVE "S" TO REC-TIPO-ARTIGO
           END-IF
           MOVE CODIGO-ARTIGO-SEL TO REC-CODIGO-ARTIGO.

       CREDITAR-PONTOS-RECLAMACAO.
           MOVE REC-CONTATO TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES = "00"
               ADD REC-PONTOS TO CLI-PONTOS
               REWRITE REG-CLIENTE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
               END-REWRITE
           END-IF
           IF STATUS-ARQUIVO-CLIENTES = "00"
               MOVE CLI-PONTOS TO SALDO-PONTOS-CLIENTE
               DISPLAY "Creditados " REC-PONTOS " pontos; saldo: "
                       SALDO-PONTOS-CLIENTE " pontos."
           ELSE
               DISPLAY "Aviso: falha ao gravar os pontos!"
           END-IF.

       NOMEAR-MOTIVO-RECLAMACAO.
           EVALUATE REC-MOTIVO
               WHEN 1 MOVE "Pizza fria"         TO RCL-MOTIVO-NOME
               WHEN 2 MOVE "Atraso na entrega"  TO RCL-MOTIVO-NOME
               WHEN 3 MOVE "Artigo em falta"    TO RCL-MOTIVO-NOME
               WHEN 4 MOVE "Pedido trocado"     TO RCL-MOTIVO-NOME
               WHEN 5 MOVE "Qualidade"          TO RCL-MOTIVO-NOME
               WHEN 6 MOVE "Atendimento"        TO RCL-MOTIVO-NOME
               WHEN OTHER MOVE "Outro"          TO RCL-MOTIVO-NOME
           END-EVALUATE.

       MOSTRAR-RECLAMACAO.
           PERFORM NOMEAR-MOTIVO-RECLAMACAO
           DISPLAY "  Reclamação do pedido " REC-NUMERO-PEDIDO " de "
                   REC-DATA-PEDIDO " (" REC-DATA "): "
                   RCL-MOTIVO-NOME
           IF REC-NOTA NOT = SPACES
               DISPLAY "    " REC-NOTA
           END-IF
           EVALUATE REC-COMPENSACAO
               WHEN "D"
                   MOVE REC-VALOR-DESCONTO TO RCL-VALOR-ED
                   DISPLAY "    Compensação: desconto de "
                           RCL-VALOR-ED " EUR"
               WHEN "P"
                   DISPLAY "    Compensação: " REC-PONTOS
                           " pontos no cartão"
               WHEN "A"
                   IF REC-TIPO-ARTIGO = "B"
                       DISPLAY "    Compensação: oferta de "
                               NOME-BEBIDA(REC-CODIGO-ARTIGO)
                   ELSE
                       DISPLAY "    Compensação: oferta de "
                               NOME-SOBREMESA(REC-CODIGO-ARTIGO)
                   END-IF
               WHEN OTHER
                   DISPLAY "    Compensação: nenhuma"
           END-EVALUATE
           EVALUATE REC-ESTADO-COMPENSACAO
               WHEN "P"
                   DISPLAY "    (compensação pendente para o pedido "
                           "seguinte)"
               WHEN "U"
                   DISPLAY "    (compensação usada no pedido "
                           REC-PEDIDO-USO " de " REC-DATA-USO ")"
               WHEN "X"
                   DISPLAY "    (compensação sem efeito)"
           END-EVALUATE
           IF REC-ESTADO = "F"
               DISPLAY "    Fechada em " REC-DATA-FECHO
           ELSE
               DISPLAY "    Em aberto"
           END-IF.

      *FECHO DE UMA RECLAMAÇÃO RESOLVIDA. UMA COMPENSAÇÃO AINDA
      *PENDENTE FICA SEM EFEITO (O GERENTE ASSIM O DECIDE). A QUE É
      *USADA NUM PEDIDO FECHA A RECLAMAÇÃO SOZINHA.
       FECHAR-RECLAMACAO.
           DISPLAY "----------------------------------------"
           DISPLAY "FECHO DE RECLAMAÇÃO"
           DISPLAY "Data do pedido (AAAAMMDD): "
           ACCEPT ANUL-DATA
           DISPLAY "Número do pedido: "
           ACCEPT ANUL-NUMERO
           MOVE ANUL-DATA TO REC-DATA-PEDIDO
           MOVE ANUL-NUMERO TO REC-NUMERO-PEDIDO
           READ RECLAMA-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-RECLAMA
           END-READ
           IF STATUS-ARQUIVO-RECLAMA NOT = "00"
               DISPLAY "Reclamação não encontrada!"
           ELSE
               PERFORM MOSTRAR-RECLAMACAO
               IF REC-ESTADO = "F"
                   DISPLAY "Erro: a reclamação já está fechada!"
               ELSE
                   IF REC-ESTADO-COMPENSACAO = "P"
                       DISPLAY "Aviso: a compensação pendente fica "
                               "sem efeito."
                   END-IF
                   DISPLAY "Confirma o fecho? (S/N): "
                   ACCEPT RCL-RESPOSTA
                   IF RCL-RESPOSTA = "S" OR RCL-RESPOSTA = "s"
                       PERFORM EFETIVAR-FECHO-RECLAMACAO
                   ELSE
                       DISPLAY "Reclamação não fechada."
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-FECHO-RECLAMACAO.
           IF REC-ESTADO-COMPENSACAO = "P"
               MOVE "X" TO REC-ESTADO-COMPENSACAO
           END-IF
           MOVE "F" TO REC-ESTADO
           MOVE DATA-PEDIDO TO REC-DATA-FECHO
           REWRITE REG-RECLAMACAO
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-RECLAMA
           END-REWRITE
           IF STATUS-ARQUIVO-RECLAMA = "00"
               MOVE SPACES TO EVENTO-AUDITORIA
               STRING "RECLAMACAO FECHADA - PEDIDO "
                      DELIMITED BY SIZE
                      REC-NUMERO-PEDIDO DELIMITED BY SIZE
                      INTO EVENTO-AUDITORIA
               PERFORM REGISTAR-AUDITORIA
               DISPLAY "Reclamação fechada."
           ELSE
               DISPLAY "Erro: falha ao gravar a reclamação!"
           END-IF.

      *AVISO NO HISTÓRICO DO CLIENTE: AS RECLAMAÇÕES AINDA EM ABERTO
      *DO CONTACTO, UMA A UMA.
       ASSINALAR-RECLAMACOES-ABERTAS.
           MOVE 0 TO RCL-ABERTAS
           MOVE CONTATO-PEDIDO TO REC-CONTATO
           START RECLAMA-FILE KEY IS = REC-CONTATO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-RECLAMA
           END-START
           PERFORM VER-RECLAMACAO-CLIENTE
               UNTIL STATUS-ARQUIVO-RECLAMA NOT = "00"
                  OR REC-CONTATO NOT = CONTATO-PEDIDO
           IF RCL-ABERTAS > 0
               DISPLAY "Reclamações em aberto: " RCL-ABERTAS
               DISPLAY "----------------------------------------"
           END-IF.

       VER-RECLAMACAO-CLIENTE.
           READ RECLAMA-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-RECLAMA
           END-READ
           IF STATUS-ARQUIVO-RECLAMA = "00"
                   AND REC-CONTATO = CONTATO-PEDIDO
                   AND REC-ESTADO = "A"
               IF RCL-ABERTAS = 0
                   DISPLAY "----------------------------------------"
                   DISPLAY "*** ATENÇÃO: CLIENTE COM RECLAMAÇÃO EM "
                           "ABERTO ***"
               END-IF
               ADD 1 TO RCL-ABERTAS
               PERFORM MOSTRAR-RECLAMACAO
           END-IF.

      *COMPENSAÇÃO PENDENTE DO CONTACTO (A MAIS ANTIGA, UMA POR
      *PEDIDO), APLICADA SEM O OPERADOR TER DE SE LEMBRAR. UMA CONTA
      *DE MESA NÃO A USA: O TOTAL DA MESA REFAZ-SE A CADA RONDA.
       PROCURAR-COMPENSACAO-PENDENTE.
           MOVE "N" TO COMP-PENDENTE
           MOVE 0 TO COMP-VALOR
           MOVE 0 TO COMP-APLICADO
           MOVE CONTATO-PEDIDO TO REC-CONTATO
           START RECLAMA-FILE KEY IS = REC-CONTATO
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-RECLAMA
           END-START
           PERFORM LER-COMPENSACAO-PENDENTE
               UNTIL STATUS-ARQUIVO-RECLAMA NOT = "00"
                  OR REC-CONTATO NOT = CONTATO-PEDIDO
                  OR COMP-PENDENTE = "S"
           IF COMP-PENDENTE = "S"
               IF PEDIDO-MESA
                   DISPLAY "Aviso: compensação de reclamação "
                           "pendente - fica para um pedido de "
                           "balcão ou entrega."
                   MOVE "N" TO COMP-PENDENTE
               ELSE
                   IF COMP-TIPO = "D"
                       MOVE COMP-VALOR TO RCL-VALOR-ED
                       DISPLAY "Compensação de reclamação: "
                               "desconto de " RCL-VALOR-ED
                               " EUR neste pedido."
                   ELSE
                       DISPLAY "Compensação de reclamação: artigo "
                               "oferecido neste pedido."
                   END-IF
               END-IF
           END-IF.

       LER-COMPENSACAO-PENDENTE.
           READ RECLAMA-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-RECLAMA
           END-READ
           IF STATUS-ARQUIVO-RECLAMA = "00"
                   AND REC-CONTATO = CONTATO-PEDIDO
                   AND REC-ESTADO-COMPENSACAO = "P"
               MOVE "S" TO COMP-PENDENTE
               MOVE REC-DATA-PEDIDO TO COMP-DATA-PEDIDO
               MOVE REC-NUMERO-PEDIDO TO COMP-NUMERO-PEDIDO
               MOVE REC-COMPENSACAO TO COMP-TIPO
               MOVE REC-TIPO-ARTIGO TO COMP-TIPO-ARTIGO
               MOVE REC-CODIGO-ARTIGO TO COMP-CODIGO-ARTIGO
               IF REC-COMPENSACAO = "D"
                   COMPUTE COMP-VALOR = REC-VALOR-DESCONTO
                           - REC-VALOR-USADO
               END-IF
           END-IF.

      *O ARTIGO OFERECIDO ENTRA NO PEDIDO COMO QUALQUER OUTRO (STOCK,
      *TALÃO, ALERGÉNIOS) E O SEU PREÇO SAI EM DESCONTO. SEM LUGAR NO
      *PEDIDO OU SEM STOCK, A COMPENSAÇÃO FICA PARA A VEZ SEGUINTE.
       OFERECER-ARTIGO-COMPENSACAO.
           MOVE "S" TO ARTIGO-VALIDO
           EVALUATE TRUE
               WHEN NUM-ARTIGOS >= 5
                   MOVE "N" TO ARTIGO-VALIDO
               WHEN COMP-CODIGO-ARTIGO < 1 OR COMP-CODIGO-ARTIGO > 10
                   MOVE "N" TO ARTIGO-VALIDO
               WHEN COMP-TIPO-ARTIGO = "B"
                   IF ATIVO-BEBIDA(COMP-CODIGO-ARTIGO) NOT = "S"
                           OR STOCK-BEBIDA(COMP-CODIGO-ARTIGO) = 0
                       MOVE "N" TO ARTIGO-VALIDO
                   END-IF
               WHEN OTHER
                   IF ATIVO-SOBREMESA(COMP-CODIGO-ARTIGO) NOT = "S"
                           OR STOCK-SOBREMESA(COMP-CODIGO-ARTIGO) = 0
                       MOVE "N" TO ARTIGO-VALIDO
                   END-IF
           END-EVALUATE
           IF ARTIGO-VALIDO = "N"
               DISPLAY "Aviso: não foi possível juntar o artigo "
                       "oferecido - fica para o pedido seguinte."
               MOVE "N" TO COMP-PENDENTE
           ELSE
               ADD 1 TO NUM-ARTIGOS
               MOVE NUM-ARTIGOS TO CONTADOR-ARTIGO
               MOVE COMP-TIPO-ARTIGO TO TIPO-ARTIGO(CONTADOR-ARTIGO)
               MOVE COMP-CODIGO-ARTIGO
                    TO CODIGO-ARTIGO(CONTADOR-ARTIGO)
               IF COMP-TIPO-ARTIGO = "B"
                   MOVE VALOR-BEBIDA(COMP-CODIGO-ARTIGO)
                        TO PRECO-ARTIGO(CONTADOR-ARTIGO)
                   SUBTRACT 1 FROM STOCK-BEBIDA(COMP-CODIGO-ARTIGO)
                   MOVE NOME-BEBIDA(COMP-CODIGO-ARTIGO)
                        TO NOME-ARTIGO-LINHA
               ELSE
                   MOVE VALOR-SOBREMESA(COMP-CODIGO-ARTIGO)
                        TO PRECO-ARTIGO(CONTADOR-ARTIGO)
                   SUBTRACT 1
                       FROM STOCK-SOBREMESA(COMP-CODIGO-ARTIGO)
                   MOVE NOME-SOBREMESA(COMP-CODIGO-ARTIGO)
                        TO NOME-ARTIGO-LINHA
               END-IF
               MOVE "V" TO MOV-REG-TIPO
               MOVE COMP-CODIGO-ARTIGO TO MOV-REG-CODIGO
               MOVE 1 TO MOV-REG-QTD
               MOVE COMP-TIPO-ARTIGO TO MOV-REG-ARTIGO
               PERFORM REGISTAR-MOVIMENTO-STOCK
               MOVE PRECO-ARTIGO(CONTADOR-ARTIGO) TO COMP-VALOR
               DISPLAY "Artigo oferecido (compensação de "
                       "reclamação): " NOME-ARTIGO-LINHA
               PERFORM VERIFICAR-ALERGIAS-ARTIGO
           END-IF.

      *ENTRA ANTES DAS PROMOÇÕES, PARA TER SEMPRE LUGAR NAS LINHAS DE
      *DESCONTO DO PEDIDO; NUNCA PASSA DO SUBTOTAL. O QUE SOBRAR DE
      *UM DESCONTO FICA PENDENTE PARA OUTRA VEZ.
       APLICAR-COMPENSACAO-RECLAMACAO.
           MOVE COMP-VALOR TO COMP-APLICADO
           IF COMP-APLICADO > SUBTOTAL-PEDIDO
               MOVE SUBTOTAL-PEDIDO TO COMP-APLICADO
           END-IF
           IF COMP-APLICADO > 0
               ADD COMP-APLICADO TO DESCONTO-BASE-CALC
               ADD 1 TO NUM-PROMOS
               MOVE CODIGO-PROMO-RECLAMACAO
                    TO CODIGO-PROMO-APL(NUM-PROMOS)
               MOVE COMP-APLICADO TO VALOR-PROMO-APL(NUM-PROMOS)
               DISPLAY "Compensação de reclamação aplicada."
           END-IF.

       USAR-COMPENSACAO-RECLAMACAO.
           IF COMP-PENDENTE = "S" AND COMP-APLICADO > 0
               MOVE COMP-DATA-PEDIDO TO REC-DATA-PEDIDO
               MOVE COMP-NUMERO-PEDIDO TO REC-NUMERO-PEDIDO
               READ RECLAMA-FILE
                   INVALID KEY MOVE "23" TO STATUS-ARQUIVO-RECLAMA
               END-READ
               IF STATUS-ARQUIVO-RECLAMA = "00"
                   ADD COMP-APLICADO TO REC-VALOR-USADO
                   MOVE DATA-PEDIDO TO REC-DATA-USO
                   MOVE NUMERO-PEDIDO TO REC-PEDIDO-USO
                   IF REC-COMPENSACAO = "A"
                           OR REC-VALOR-USADO >= REC-VALOR-DESCONTO
                       MOVE "U" TO REC-ESTADO-COMPENSACAO
                       MOVE "F" TO REC-ESTADO
                       MOVE DATA-PEDIDO TO REC-DATA-FECHO
                   END-IF
                   REWRITE REG-RECLAMACAO
                       INVALID KEY MOVE "23" TO STATUS-ARQUIVO-RECLAMA
                   END-REWRITE
               END-IF
               IF STATUS-ARQUIVO-RECLAMA NOT = "00"
                   DISPLAY "Aviso: falha ao registar o uso da "
                           "compensação!"
               END-IF
           END-IF.

      *NA ANULAÇÃO DO PEDIDO QUE USOU UMA COMPENSAÇÃO, O VALOR VOLTA
      *A FICAR PENDENTE E A RECLAMAÇÃO REABRE. SÓ SE REPÕE O ÚLTIMO
      *USO DE CADA RECLAMAÇÃO (É O QUE FICA REGISTADO NELA).
       REPOR-COMPENSACAO-RECLAMACAO.
           MOVE 0 TO COMP-APLICADO
           IF REG-NUM-PROMOS IS NUMERIC
               MOVE 1 TO CONTADOR-PROMO
               PERFORM UNTIL CONTADOR-PROMO > REG-NUM-PROMOS
                   IF REG-CODIGO-PROMO(CONTADOR-PROMO)
                           = CODIGO-PROMO-RECLAMACAO
                       MOVE REG-VALOR-PROMO(CONTADOR-PROMO)
                            TO COMP-APLICADO
                   END-IF
                   ADD 1 TO CONTADOR-PROMO
               END-PERFORM
           END-IF
           IF COMP-APLICADO > 0
               MOVE "N" TO RCL-ALGUMA
               MOVE REG-CONTATO-PEDIDO TO REC-CONTATO
               START RECLAMA-FILE KEY IS = REC-CONTATO
                   INVALID KEY MOVE "10" TO STATUS-ARQUIVO-RECLAMA
               END-START
               PERFORM PROCURAR-USO-COMPENSACAO
                   UNTIL STATUS-ARQUIVO-RECLAMA NOT = "00"
                      OR REC-CONTATO NOT = REG-CONTATO-PEDIDO
                      OR RCL-ALGUMA = "S"
               IF RCL-ALGUMA = "S"
                   IF REC-VALOR-USADO > COMP-APLICADO
                       SUBTRACT COMP-APLICADO FROM REC-VALOR-USADO
                   ELSE
                       MOVE 0 TO REC-VALOR-USADO
                   END-IF
                   MOVE "P" TO REC-ESTADO-COMPENSACAO
                   MOVE "A" TO REC-ESTADO
                   MOVE 0 TO REC-DATA-FECHO
                   REWRITE REG-RECLAMACAO
                       INVALID KEY MOVE "23" TO STATUS-ARQUIVO-RECLAMA
                   END-REWRITE
                   IF STATUS-ARQUIVO-RECLAMA = "00"
                       DISPLAY "A compensação da reclamação do "
                               "pedido " REC-NUMERO-PEDIDO " de "
                               REC-DATA-PEDIDO
                               " volta a ficar pendente."
                   ELSE
                       DISPLAY "Aviso: falha ao repor a compensação!"
                   END-IF
               END-IF
           END-IF.

       PROCURAR-USO-COMPENSACAO.
           READ RECLAMA-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-RECLAMA
           END-READ
           IF STATUS-ARQUIVO-RECLAMA = "00"
                   AND REC-CONTATO = REG-CONTATO-PEDIDO
                   AND REC-DATA-USO = REG-DATA-PEDIDO
                   AND REC-PEDIDO-USO = REG-NUMERO-PEDIDO
               MOVE "S" TO RCL-ALGUMA
           END-IF.

      *MAPA SEMANAL: SETE DIAS A CONTAR DA DATA PEDIDA (OU OS ÚLTIMOS
      *SETE ATÉ HOJE), PELA DATA EM QUE A RECLAMAÇÃO FOI REGISTADA.
      *A COMPARAÇÃO FAZ-SE PELO NÚMERO DO DIA, PARA A SEMANA PODER
      *ATRAVESSAR O FIM DO MÊS.
       RELATORIO-RECLAMACOES.
           DISPLAY "----------------------------------------"
           DISPLAY "RELATÓRIO SEMANAL DE RECLAMAÇÕES - " STRING-DATA
           DISPLAY "Primeiro dia (AAAAMMDD, 0 = últimos 7 dias): "
           ACCEPT RCL-DATA-INICIO
           IF RCL-DATA-INICIO = 0
               MOVE DATA-PEDIDO TO DIA-DATA-ENTRADA
               PERFORM CALCULAR-NUMERO-DIA
               MOVE DIA-NUMERO TO RCL-DIA-FIM
               COMPUTE RCL-DIA-INICIO = RCL-DIA-FIM - 6
           ELSE
               MOVE RCL-DATA-INICIO TO DIA-DATA-ENTRADA
               PERFORM CALCULAR-NUMERO-DIA
               MOVE DIA-NUMERO TO RCL-DIA-INICIO
               COMPUTE RCL-DIA-FIM = RCL-DIA-INICIO + 6
           END-IF
           MOVE ZEROS TO TABELA-RECLAMACOES
           MOVE LOW-VALUES TO REC-CHAVE
           START RECLAMA-FILE KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY MOVE "10" TO STATUS-ARQUIVO-RECLAMA
           END-START
           PERFORM ACUMULAR-RECLAMACAO-SEMANA
               UNTIL STATUS-ARQUIVO-RECLAMA NOT = "00"
           IF RCL-DATA-INICIO = 0
               DISPLAY "Período: últimos 7 dias até " STRING-DATA
           ELSE
               DISPLAY "Período: 7 dias a partir de " RCL-DATA-INICIO
           END-IF
           DISPLAY "Reclamações registadas: " RCL-TOTAL
                   "  (ainda em aberto: " RCL-EM-ABERTO ")"
           IF RCL-TOTAL > 0
               DISPLAY "Por motivo:"
               MOVE 1 TO RCL-INDICE
               PERFORM UNTIL RCL-INDICE > 7
                   IF RCL-POR-MOTIVO(RCL-INDICE) > 0
                       MOVE RCL-INDICE TO REC-MOTIVO
                       PERFORM NOMEAR-MOTIVO-RECLAMACAO
                       DISPLAY "  " RCL-MOTIVO-NOME ": "
                               RCL-POR-MOTIVO(RCL-INDICE)
                   END-IF
                   ADD 1 TO RCL-INDICE
               END-PERFORM
               DISPLAY "Por estafeta:"
               MOVE 1 TO RCL-INDICE
               PERFORM UNTIL RCL-INDICE > 9
                   IF RCL-POR-ESTAFETA(RCL-INDICE) > 0
                       DISPLAY "  " RCL-INDICE " "
                               NOME-ESTAFETA(RCL-INDICE) ": "
                               RCL-POR-ESTAFETA(RCL-INDICE)
                   END-IF
                   ADD 1 TO RCL-INDICE
               END-PERFORM
               IF RCL-SEM-ESTAFETA > 0
                   DISPLAY "  Sem estafeta (balcão/mesa): "
                           RCL-SEM-ESTAFETA
               END-IF
               DISPLAY "Por pizza:"
               MOVE 1 TO RCL-INDICE
               PERFORM UNTIL RCL-INDICE > 10
                   IF RCL-POR-EMENTA(RCL-INDICE) > 0
                       DISPLAY "  " NOME-PIZZA-EMENTA(RCL-INDICE) ": "
                               RCL-POR-EMENTA(RCL-INDICE)
                   END-IF
                   ADD 1 TO RCL-INDICE
               END-PERFORM
               IF RCL-MONTE-A-SUA > 0
                   DISPLAY "  Monte a sua: " RCL-MONTE-A-SUA
               END-IF
               IF RCL-PEDIDO-GERAL > 0
                   DISPLAY "  Pedido em geral: " RCL-PEDIDO-GERAL
               END-IF
               DISPLAY "Compensações:"
               DISPLAY "  Nenhuma: " RCL-COMP-NENHUMA
               MOVE RCL-VALOR-DESCONTOS TO RCL-TOTAL-ED
               DISPLAY "  Desconto no pedido seguinte: "
                       RCL-COMP-DESCONTO " (" RCL-TOTAL-ED " EUR)"
               DISPLAY "  Pontos no cartão: " RCL-COMP-PONTOS
                       " (" RCL-SOMA-PONTOS " pontos)"
               DISPLAY "  Artigo oferecido: " RCL-COMP-ARTIGO
           END-IF
           DISPLAY "----------------------------------------".

       ACUMULAR-RECLAMACAO-SEMANA.
           READ RECLAMA-FILE NEXT RECORD
               AT END MOVE "10" TO STATUS-ARQUIVO-RECLAMA
           END-READ
           IF STATUS-ARQUIVO-RECLAMA = "00"
               MOVE REC-DATA TO DIA-DATA-ENTRADA
               PERFORM CALCULAR-NUMERO-DIA
               IF DIA-NUMERO >= RCL-DIA-INICIO
                       AND DIA-NUMERO <= RCL-DIA-FIM
                   PERFORM CONTAR-RECLAMACAO-SEMANA
               END-IF
           END-IF.

       CONTAR-RECLAMACAO-SEMANA.
           ADD 1 TO RCL-TOTAL
           IF REC-ESTADO = "A"
               ADD 1 TO RCL-EM-ABERTO
           END-IF
           IF REC-MOTIVO >= 1 AND REC-MOTIVO <= 7
               ADD 1 TO RCL-POR-MOTIVO(REC-MOTIVO)
           END-IF
           IF REC-ESTAFETA >= 1 AND REC-ESTAFETA <= 9
               ADD 1 TO RCL-POR-ESTAFETA(REC-ESTAFETA)
           ELSE
               ADD 1 TO RCL-SEM-ESTAFETA
           END-IF
           EVALUATE TRUE
               WHEN REC-PIZZA = 0
                   ADD 1 TO RCL-PEDIDO-GERAL
               WHEN REC-CODIGO-EMENTA >= 1 AND REC-CODIGO-EMENTA <= 10
                   ADD 1 TO RCL-POR-EMENTA(REC-CODIGO-EMENTA)
               WHEN OTHER
                   ADD 1 TO RCL-MONTE-A-SUA
           END-EVALUATE
           EVALUATE REC-COMPENSACAO
               WHEN "D"
                   ADD 1 TO RCL-COMP-DESCONTO
                   ADD REC-VALOR-DESCONTO TO RCL-VALOR-DESCONTOS
               WHEN "P"
                   ADD 1 TO RCL-COMP-PONTOS
                   ADD REC-PONTOS TO RCL-SOMA-PONTOS
               WHEN "A"
                   ADD 1 TO RCL-COMP-ARTIGO
               WHEN OTHER
                   ADD 1 TO RCL-COMP-NENHUMA
           END-EVALUATE.

      *UMA LINHA DE PEDIDO POR PIZZA, CADA UMA COM O SEU TAMANHO E OS
      *SEUS PRÓPRIOS INGREDIENTES.
       OBTER-PIZZAS.
           END-IF
           IF OPCAO-TIPO-PIZZA = 2
               PERFORM OBTER-PIZZA-MONTE-A-SUA
           END-IF
           IF ALERGIAS-PEDIDO NOT = SPACES
               PERFORM AVISAR-ALERGIAS-PIZZA
           END-IF.

       OBTER-TAMANHO-PIZZA.
               ACCEPT TAMANHO-PIZZA(CONTADOR-PIZZA)
           END-PERFORM.

      *AVISO AO OPERADOR QUANDO A PIZZA ESCOLHIDA (BASE OU ALGUM
      *INGREDIENTE) CONTÉM UM ALERGÉNIO DA FICHA DO CLIENTE.
       AVISAR-ALERGIAS-PIZZA.
           MOVE SPACES TO ALERGENOS-CALC
           MOVE 1 TO ALG-GRUPO-SOMA
           MOVE 1 TO ALG-CODIGO-SOMA
           PERFORM SOMAR-ALERGENOS-ARTIGO
           MOVE "Base da pizza" TO ALG-NOME-ARTIGO
           PERFORM AVISAR-ALERGIA-ARTIGO
           MOVE 2 TO ALG-GRUPO-SOMA
           MOVE 1 TO CONTADOR-ING
           PERFORM UNTIL CONTADOR-ING > QTD-ING-PIZZA(CONTADOR-PIZZA)
               MOVE SPACES TO ALERGENOS-CALC
               MOVE CODIGO-ING(CONTADOR-PIZZA, CONTADOR-ING)
                    TO ALG-CODIGO-SOMA
               MOVE NOME-ING(ALG-CODIGO-SOMA) TO ALG-NOME-ARTIGO
               PERFORM SOMAR-ALERGENOS-ARTIGO
               PERFORM AVISAR-ALERGIA-ARTIGO
               ADD 1 TO CONTADOR-ING
           END-PERFORM.

       AVISAR-ALERGIA-ARTIGO.
           MOVE 1 TO ALG-INDICE
           PERFORM UNTIL ALG-INDICE > 14
               IF ALG-CALC(ALG-INDICE) = "S"
                       AND ALERGIA-PEDIDO(ALG-INDICE) = "S"
                   DISPLAY "Aviso: " ALG-NOME-ARTIGO " contém "
                           NOME-ALERGENO(ALG-INDICE)
                           " - cliente alérgico!"
               END-IF
               ADD 1 TO ALG-INDICE
           END-PERFORM.

      *ESCOLHA DE UMA PIZZA DE NOME DA EMENTA: O STOCK DA RECEITA É
      *VERIFICADO ANTES DE ACEITAR, E A RECEITA PREENCHE A LISTA DE
      *INGREDIENTES DO PEDIDO COMO SE TIVESSEM SIDO TECLADOS.
               PERFORM ESCOLHER-BEBIDA
           ELSE
               PERFORM ESCOLHER-SOBREMESA
           END-IF
           PERFORM VERIFICAR-ALERGIAS-ARTIGO.

       VERIFICAR-ALERGIAS-ARTIGO.
           IF ALERGIAS-PEDIDO NOT = SPACES
               MOVE SPACES TO ALERGENOS-CALC
               IF TIPO-ARTIGO(CONTADOR-ARTIGO) = "B"
                   MOVE 3 TO ALG-GRUPO-SOMA
                   MOVE NOME-BEBIDA(CODIGO-ARTIGO(CONTADOR-ARTIGO))
                        TO ALG-NOME-ARTIGO
               ELSE
                   MOVE 4 TO ALG-GRUPO-SOMA
                   MOVE NOME-SOBREMESA(CODIGO-ARTIGO(CONTADOR-ARTIGO))
                        TO ALG-NOME-ARTIGO
               END-IF
               MOVE CODIGO-ARTIGO(CONTADOR-ARTIGO) TO ALG-CODIGO-SOMA
               PERFORM SOMAR-ALERGENOS-ARTIGO
               PERFORM AVISAR-ALERGIA-ARTIGO
           END-IF.

       ESCOLHER-BEBIDA.
           IF PEDIDO-ENTREGA
               DISPLAY "Taxa de entrega: " TAXA-ENTREGA-ED " EUR"
               DISPLAY "Entregar em: " MORADA-ENTREGA
               IF ZONA-ENTREGA > 0
                   DISPLAY "Zona: " NOME-ZONA(ZONA-ENTREGA)
                           " (" MINUTOS-ZONA(ZONA-ENTREGA) " min)"
               END-IF
           END-IF
           DISPLAY "Total a Pagar: " TOTAL-FINAL " EUR"
           PERFORM NOMEAR-MODO-PAGAMENTO
           DISPLAY "Pagamento: " NOME-MODO-PAGAMENTO
           IF PAGAMENTO-VALE
               MOVE VALOR-VALE TO VALE-VALOR-ED
               DISPLAY "Vale de oferta " NUMERO-VALE ": "
                       VALE-VALOR-ED " EUR"
           END-IF
           IF PAGAMENTO-DINHEIRO
                   OR (PAGAMENTO-VALE AND MODO-PAGAMENTO-2 = 1)
               MOVE VALOR-ENTREGUE TO VALOR-ENTREGUE-ED
               MOVE TROCO-PEDIDO TO TROCO-PEDIDO-ED
               DISPLAY "Valor entregue: " VALOR-ENTREGUE-ED " EUR"
           MOVE TOTAL-FINAL-CALC TO TOTAL-FINAL
           DISPLAY "----------------------------------------"
           DISPLAY "Total a Pagar: " TOTAL-FINAL " EUR"
           DISPLAY "[1] Dinheiro  [2] Cartão  [3] MBWay  "
                   "[4] Conta corrente  [5] Vale de oferta"
           MOVE 0 TO NUMERO-VALE
           MOVE 0 TO VALOR-VALE
           DISPLAY "Modo de pagamento: "
           ACCEPT MODO-PAGAMENTO
           PERFORM VALIDAR-MODO-PAGAMENTO
           PERFORM UNTIL MODO-PAGAMENTO-VALIDO = "S"
               DISPLAY "Modo de pagamento: "
               ACCEPT MODO-PAGAMENTO
               PERFORM VALIDAR-MODO-PAGAMENTO
           END-PERFORM
           IF PAGAMENTO-VALE
               PERFORM COMPLETAR-PAGAMENTO-VALE
           ELSE
               IF PAGAMENTO-DINHEIRO
                   DISPLAY "Valor entregue pelo cliente: "
                   ACCEPT VALOR-ENTREGUE
                   PERFORM UNTIL VALOR-ENTREGUE >= TOTAL-FINAL-CALC
                       DISPLAY "Erro: valor entregue inferior ao "
                               "total!"
                       DISPLAY "Valor entregue pelo cliente: "
                       ACCEPT VALOR-ENTREGUE
                   END-PERFORM
                   COMPUTE TROCO-PEDIDO =
                       VALOR-ENTREGUE - TOTAL-FINAL-CALC
               ELSE
                   MOVE TOTAL-FINAL-CALC TO VALOR-ENTREGUE
                   MOVE 0 TO TROCO-PEDIDO
               END-IF
               MOVE 0 TO MODO-PAGAMENTO-2
               MOVE TOTAL-FINAL-CALC TO VALOR-PAGAMENTO-1
           END-IF.

      *O VALE COBRE ATÉ AO SEU SALDO; O QUE FALTAR É PAGO NA HORA
      *POR OUTRO MODO E FICA GRAVADO COMO PAGAMENTO DIVIDIDO, COM O
      *VALE NA PRIMEIRA PARTE. SE O VALE CHEGAR PARA TUDO, FICA SÓ ELE.
       COMPLETAR-PAGAMENTO-VALE.
           MOVE VALOR-VALE TO VALOR-PAGAMENTO-1
           MOVE 0 TO MODO-PAGAMENTO-2
           MOVE TOTAL-FINAL-CALC TO VALOR-ENTREGUE
           MOVE 0 TO TROCO-PEDIDO
           IF VALOR-VALE < TOTAL-FINAL-CALC
               COMPUTE VALE-RESTANTE = TOTAL-FINAL-CALC - VALOR-VALE
               MOVE VALE-RESTANTE TO VALE-VALOR-ED
               DISPLAY "Falta pagar " VALE-VALOR-ED " EUR."
               DISPLAY "[1] Dinheiro  [2] Cartão  [3] MBWay"
               DISPLAY "Modo do restante: "
               ACCEPT MODO-PAGAMENTO-2
               PERFORM UNTIL MODO-PAGAMENTO-2 >= 1
                       AND MODO-PAGAMENTO-2 <= 3
                   DISPLAY "Erro: indique 1, 2 ou 3!"
                   DISPLAY "Modo do restante: "
                   ACCEPT MODO-PAGAMENTO-2
               END-PERFORM
               IF MODO-PAGAMENTO-2 = 1
                   DISPLAY "Valor entregue pelo cliente: "
                   ACCEPT VALOR-ENTREGUE
                   PERFORM UNTIL VALOR-ENTREGUE >= VALE-RESTANTE
                       DISPLAY "Erro: valor entregue inferior ao "
                               "restante!"
                       DISPLAY "Valor entregue pelo cliente: "
                       ACCEPT VALOR-ENTREGUE
                   END-PERFORM
                   COMPUTE TROCO-PEDIDO =
                       VALOR-ENTREGUE - VALE-RESTANTE
               END-IF
           END-IF.

       VALIDAR-MODO-PAGAMENTO.
           MOVE "N" TO MODO-PAGAMENTO-VALIDO
           EVALUATE TRUE
               WHEN PAGAMENTO-DINHEIRO
               WHEN PAGAMENTO-CARTAO
               WHEN PAGAMENTO-MBWAY
                   MOVE "S" TO MODO-PAGAMENTO-VALIDO
               WHEN PAGAMENTO-CONTA
                   PERFORM VERIFICAR-CONTA-CORRENTE
               WHEN PAGAMENTO-VALE
                   PERFORM PEDIR-VALE-OFERTA
                   IF VALE-SITUACAO = "V"
                       MOVE VAL-NUMERO TO NUMERO-VALE
                       IF VAL-SALDO < TOTAL-FINAL-CALC
                           MOVE VAL-SALDO TO VALOR-VALE
                       ELSE
                           MOVE TOTAL-FINAL-CALC TO VALOR-VALE
                       END-IF
                       MOVE "S" TO MODO-PAGAMENTO-VALIDO
                   END-IF
               WHEN OTHER
                   DISPLAY "Erro: indique 1 (Dinheiro), 2 (Cartão), "
                           "3 (MBWay), 4 (Conta corrente) ou "
                           "5 (Vale)!"
           END-EVALUATE.

      *SÓ PAGA POR CONTA UM CLIENTE COM FICHA ATIVA E MARCADA COMO
      *CONTA CORRENTE, E SÓ ENQUANTO O SALDO EM DÍVIDA COM ESTE PEDIDO
      *NÃO PASSAR O LIMITE DE CRÉDITO; ACIMA DELE, O PEDIDO TEM DE SER
      *PAGO NA HORA POR OUTRO MODO.
       VERIFICAR-CONTA-CORRENTE.
           MOVE CONTATO-PEDIDO TO CLI-CONTATO
           READ CLIENTES-FILE
               INVALID KEY MOVE "23" TO STATUS-ARQUIVO-CLIENTES
           END-READ
           IF STATUS-ARQUIVO-CLIENTES NOT = "00"
                   OR CLI-ATIVO NOT = "S"
                   OR CLI-CONTA-CORRENTE NOT = "S"
               DISPLAY "Erro: cliente sem conta corrente!"
           ELSE
               IF CLI-SALDO-CONTA IS NOT NUMERIC
                   MOVE 0 TO CLI-SALDO-CONTA
               END-IF
               COMPUTE CC-SALDO-PREVISTO =
                   CLI-SALDO-CONTA + TOTAL-FINAL-CALC
               IF CC-SALDO-PREVISTO > CLI-LIMITE-CREDITO
                   MOVE CLI-SALDO-CONTA TO CC-SALDO-ED
                   MOVE CLI-LIMITE-CREDITO TO CC-LIMITE-ED
                   DISPLAY "Erro: limite de crédito excedido (saldo "
                           CC-SALDO-ED ", limite " CC-LIMITE-ED
                           " EUR)!"
               ELSE
                   MOVE "S" TO MODO-PAGAMENTO-VALIDO
               END-IF
           END-IF.

      *OFERECE O RESGATE DE PONTOS AO CLIENTE EM FICHA COM SALDO
      *SUFICIENTE, ANTES DO MODO DE PAGAMENTO. O DESCONTO SAI DO
           END-IF.

      *CREDITA 1 PONTO POR EURO PAGO NA FICHA DO CLIENTE E ABATE OS
      *PONTOS RESGATADOS NESTE PEDIDO, TUDO NUMA SÓ REGRAVAÇÃO. UM
      *PEDIDO PAGO POR CONTA CORRENTE SOBE TAMBÉM O SALDO EM DÍVIDA E
      *FICA LANÇADO A DÉBITO NO DIÁRIO DA CONTA.
       CREDITAR-PONTOS-CLIENTE.
           MOVE TOTAL-FINAL-CALC TO PONTOS-GANHOS
           MOVE CONTATO-PEDIDO TO CLI-CONTATO
               ELSE
                   SUBTRACT PONTOS-USADOS FROM CLI-PONTOS
               END-IF
               IF PAGAMENTO-CONTA
                   IF CLI-SALDO-CONTA IS NOT NUMERIC
                       MOVE 0 TO CLI-SALDO-CONTA
                   END-IF
                   ADD TOTAL-FINAL-CALC TO CLI-SALDO-CONTA
               END-IF
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao gravar os pontos!"
               END-REWRITE
               MOVE CLI-PONTOS TO SALDO-PONTOS-CLIENTE
           END-IF
           IF PAGAMENTO-CONTA
               MOVE CONTATO-PEDIDO TO CCM-CONTATO
               MOVE "D" TO CCM-TIPO
               MOVE NUMERO-FATURA TO CCM-DOCUMENTO
               MOVE TOTAL-FINAL-CALC TO CCM-VALOR
               MOVE 0 TO CCM-MODO
               MOVE SPACES TO CCM-REFERENCIA
               PERFORM GRAVAR-MOVIMENTO-CONTA
           END-IF.

      *ESTORNO DOS PONTOS NA ANULAÇÃO: DESFAZ O CRÉDITO DO PEDIDO E
      *DEVOLVE AO CLIENTE OS PONTOS QUE ELE TINHA RESGATADO. SE O
      *PEDIDO FOI PAGO POR CONTA CORRENTE, A NOTA DE CRÉDITO ABATE O
      *SALDO E FICA LANÇADA A CRÉDITO NO DIÁRIO DA CONTA.
       ESTORNAR-PONTOS-CLIENTE.
           MOVE REG-CONTATO-PEDIDO TO CLI-CONTATO
           READ CLIENTES-FILE
                   SUBTRACT REG-PONTOS-GANHOS FROM CLI-PONTOS
               END-IF
               ADD REG-PONTOS-USADOS TO CLI-PONTOS
               IF REG-MODO-PAGAMENTO = 4
                   IF CLI-SALDO-CONTA IS NOT NUMERIC
                       MOVE 0 TO CLI-SALDO-CONTA
                   END-IF
                   SUBTRACT REG-TOTAL-FINAL-CALC FROM CLI-SALDO-CONTA
               END-IF
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Aviso: falha ao gravar os pontos!"
               END-REWRITE
           END-IF
           IF REG-MODO-PAGAMENTO = 4
               MOVE REG-CONTATO-PEDIDO TO CCM-CONTATO
               MOVE "C" TO CCM-TIPO
               MOVE REG-NUMERO-NC TO CCM-DOCUMENTO
               MOVE REG-TOTAL-FINAL-CALC TO CCM-VALOR
               MOVE 0 TO CCM-MODO
               MOVE SPACES TO CCM-REFERENCIA
               PERFORM GRAVAR-MOVIMENTO-CONTA
           END-IF.

       NOMEAR-MODO-PAGAMENTO.
               WHEN 1 MOVE "Dinheiro" TO NOME-MODO-PAGAMENTO
               WHEN 2 MOVE "Cartão"   TO NOME-MODO-PAGAMENTO
               WHEN 3 MOVE "MBWay"    TO NOME-MODO-PAGAMENTO
               WHEN 4 MOVE "Conta corr" TO NOME-MODO-PAGAMENTO
               WHEN 5 MOVE "Vale ofer." TO NOME-MODO-PAGAMENTO
               WHEN OTHER MOVE "Desconhec." TO NOME-MODO-PAGAMENTO
           END-EVALUATE.

           MOVE 0 TO NUM-PROMOS
           MOVE 0 TO DESCONTO-BASE-CALC
           MOVE 0 TO DESCONTO-ENTREGA-CALC
           IF COMP-PENDENTE = "S" AND COMP-VALOR > 0
               PERFORM APLICAR-COMPENSACAO-RECLAMACAO
           END-IF
           IF TOTAL-PROMOS > 0
               ACCEPT DIA-SEMANA-HOJE FROM DAY-OF-WEEK
               MOVE 1 TO CONTADOR-PROMO
