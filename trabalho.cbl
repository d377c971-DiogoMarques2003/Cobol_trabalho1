           select OPTIONAL arquivo-ajuste-arq
           assign to "ajustes-arquivo.dat"
           organization is SEQUENTIAL.
           select OPTIONAL arquivo-guia-arq
           assign to "guias-remessa-arquivo.dat"
           organization is SEQUENTIAL.
      *    Arquivo de auditoria (alteracoes/eliminacoes)
           select OPTIONAL arquivo-auditoria
           assign to "auditoria.dat"
           select OPTIONAL arquivo-impressao-guia
           assign to "guia-impressa.txt"
           organization is LINE SEQUENTIAL.
      *    Arquivo dos consumos de cada lote de fabrico: quanto de
      *    cada ingrediente entrou no lote e de que entrada de stock
      *    (ou lote) veio, usado na rastreabilidade
           select OPTIONAL arquivo-consumo
           assign to "consumos-lote.dat"
           organization is SEQUENTIAL.
      *    Arquivo dos bloqueios e desbloqueios de lotes (recolha de
      *    produto), lido por inteiro no arranque
           select OPTIONAL arquivo-lote-bloqueado
           assign to "lotes-bloqueados.dat"
           organization is SEQUENTIAL.
      *    Movimentos dos licores no entreposto fiscal (producao,
      *    vendas, devolucoes, anulacoes e ajustes) com o IABA
           select OPTIONAL arquivo-iaba
           assign to "iaba-movimentos.dat"
           organization is SEQUENTIAL.
      *    Taxas do IABA por hectolitro de alcool puro, por data
           select OPTIONAL arquivo-taxa-iaba
           assign to "taxas-iaba.dat"
           organization is SEQUENTIAL.
      *    Declaracao mensal do IABA por produto e lote
           select OPTIONAL arquivo-declaracao-iaba
           assign to "declaracao-iaba.txt"
           organization is LINE SEQUENTIAL.
      *    Relatorio diario dos clientes em excesso de credito
           select OPTIONAL arquivo-excesso-credito
           assign to "excesso-credito.txt"
           organization is LINE SEQUENTIAL.
      *    Ficheiro com o relatorio de rastreabilidade de um lote
           select OPTIONAL arquivo-rastreio
           assign to "rastreio.txt"
           organization is LINE SEQUENTIAL.
      *    Registos em uso: uma chave por registo que um posto esta
      *    a alterar e por sessao aberta, para os outros postos
      *    saberem quem o tem
           select OPTIONAL arquivo-em-uso
           assign to "registos-em-uso.dat"
           organization is INDEXED
           access mode is DYNAMIC
           record key is registo-em-uso-chave.
      *    Extrato bancario exportado do banco (uma linha por
      *    movimento: data, credito/debito, valor e descricao)
           select OPTIONAL arquivo-extrato-banco
           assign to "extrato-banco.txt"
           organization is LINE SEQUENTIAL.
      *    Ficheiro com os movimentos do banco que nao foram
      *    lancados automaticamente e tem de ser vistos a mao
           select OPTIONAL arquivo-excecao-banco
           assign to "excecoes-banco.txt"
           organization is LINE SEQUENTIAL.
      *    Registo dos documentos emitidos (faturas, notas de credito
      *    e guias) com o numero na serie, ATCUD e hash; nunca se
      *    apaga nem renumera, so se anula
           select OPTIONAL arquivo-documento
           assign to "documentos.dat"
           organization is INDEXED
           access mode is DYNAMIC
           record key is registo-documento-chave.
      *    Series de documentos por tipo e ano, com o codigo de
      *    validacao comunicado a AT e o ultimo numero emitido
           select OPTIONAL arquivo-serie
           assign to "series.dat"
           organization is INDEXED
           access mode is DYNAMIC
           record key is registo-serie-chave.
      *    Faturas recebidas dos fornecedores (contas a pagar), com
      *    as linhas que ligam cada fatura as entradas de stock que
      *    cobre
           select OPTIONAL arquivo-fatura-forn
           assign to "faturas-fornecedor.dat"
           organization is SEQUENTIAL.
           select OPTIONAL arquivo-linha-fatura-forn
           assign to "faturas-fornecedor-linhas.dat"
           organization is SEQUENTIAL.
      *    Pagamentos feitos aos fornecedores, por fatura
           select OPTIONAL arquivo-pagamento-forn
           assign to "pagamentos-fornecedor.dat"
           organization is SEQUENTIAL.
      *    Registo das execucoes do processamento noturno (inicio e
      *    fim de cada passo, registos, avisos e codigo de retorno)
           select OPTIONAL arquivo-noturno
           assign to "processamento-noturno.txt"
           organization is LINE SEQUENTIAL.
      *    Ponto de retoma do processamento noturno: o que a execucao
      *    em curso ja fez, para uma execucao interrompida continuar
      *    sem repetir; fica vazio quando a execucao acaba
           select OPTIONAL arquivo-retoma-noturno
           assign to "retoma-noturno.dat"
           organization is SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  arquivo-cliente.
           05 registo-cliente-nif pic 9(9).
           05 registo-cliente-descricao pic x(50).
           05 registo-cliente-desconto pic 99.
           05 registo-cliente-limite pic 9(7)v99.
           05 registo-cliente-estado pic x.
       fd  arquivo-produto.
       01  registo-produto.
           05 registo-produto-id pic 99.
           05 registo-produto-preco pic 9(5)v99.
           05 registo-produto-taxa-iva pic 99.
           05 registo-produto-descricao pic x(50).
           05 registo-produto-custo pic 9(5)v99.
           05 registo-produto-volume pic 9v999.
           05 registo-produto-teor pic 99v9.
       fd  arquivo-fatura.
       01  registo-fatura.
           05 registo-fatura-id pic 99.
           05 registo-produto-fatura-taxa pic 99.
           05 registo-produto-fatura-desc pic 99.
           05 registo-produto-fatura-lote pic 9(4).
           05 registo-produto-fatura-custo pic 9(5)v99.
       fd  arquivo-fornecedor.
       01  registo-fornecedor.
           05 registo-fornecedor-id pic 99.
           05 registo-cliente-arq-nif pic 9(9).
           05 registo-cliente-arq-descricao pic x(50).
           05 registo-cliente-arq-desconto pic 99.
           05 registo-cliente-arq-limite pic 9(7)v99.
           05 registo-cliente-arq-estado pic x.
       fd  arquivo-produto-arq.
       01  registo-produto-arq.
           05 registo-produto-arq-id pic 99.
           05 registo-produto-arq-preco pic 9(5)v99.
           05 registo-produto-arq-taxa pic 99.
           05 registo-produto-arq-descricao pic x(50).
           05 registo-produto-arq-custo pic 9(5)v99.
           05 registo-produto-arq-volume pic 9v999.
           05 registo-produto-arq-teor pic 99v9.
       fd  arquivo-fatura-arq.
       01  registo-fatura-arq.
           05 registo-fatura-arq-id pic 99.
           05 registo-produto-fatura-arq-taxa pic 99.
           05 registo-produto-fatura-arq-desc pic 99.
           05 registo-produto-fatura-arq-lote pic 9(4).
           05 registo-produto-fatura-arq-custo pic 9(5)v99.
       fd  arquivo-pagamento-arq.
       01  registo-pagamento-arq.
           05 registo-pagamento-arq-id-fat pic 99.
           05 registo-entrada-arq-dia pic 99.
           05 registo-entrada-arq-mes pic 99.
           05 registo-entrada-arq-ano pic 9999.
           05 registo-entrada-arq-custo pic 9(5)v99.
           05 registo-entrada-arq-numero pic 9(4).
           05 registo-entrada-arq-qt-enc pic 9(3).
           05 registo-entrada-arq-preco-enc pic 9(5)v99.
       fd  arquivo-ajuste-arq.
       01  registo-ajuste-arq.
           05 registo-ajuste-arq-id-produto pic 99.
           05 registo-entrada-dia pic 99.
           05 registo-entrada-mes pic 99.
           05 registo-entrada-ano pic 9999.
           05 registo-entrada-custo pic 9(5)v99.
           05 registo-entrada-numero pic 9(4).
           05 registo-entrada-qt-encomenda pic 9(3).
           05 registo-entrada-preco-encomenda pic 9(5)v99.
       fd  arquivo-ajuste.
       01  registo-ajuste.
           05 registo-ajuste-id-produto pic 99.
           05 registo-ordem-val-dia pic 99.
           05 registo-ordem-val-mes pic 99.
           05 registo-ordem-val-ano pic 9999.
           05 registo-ordem-custo pic 9(7)v99.
       fd  arquivo-encomenda-forn.
       01  registo-encomenda-forn.
           05 registo-encf-id pic 99.
           05 registo-encf-dia pic 99.
           05 registo-encf-mes pic 99.
           05 registo-encf-ano pic 9999.
           05 registo-encf-preco pic 9(5)v99.
       fd  arquivo-encomenda-cli.
       01  registo-encomenda-cli.
           05 registo-enc-id pic 99.
           05 registo-modl-linha pic 99.
           05 registo-modl-id-produto pic 99.
           05 registo-modl-quantidade pic 99.
       fd  arquivo-guia-arq.
       01  registo-guia-arq.
           05 registo-guia-arq-id pic 99.
           05 registo-guia-arq-id-fatura pic 99.
           05 registo-guia-arq-matricula pic x(10).
           05 registo-guia-arq-condutor pic x(30).
           05 registo-guia-arq-dia pic 99.
           05 registo-guia-arq-mes pic 99.
           05 registo-guia-arq-ano pic 9999.
           05 registo-guia-arq-hora pic x(5).
       fd  arquivo-guia.
       01  registo-guia.
           05 registo-guia-id pic 99.
           05 registo-guia-hora pic x(5).
       fd  arquivo-impressao-guia.
       01  linha-impressao-guia pic x(80).
       fd  arquivo-consumo.
       01  registo-consumo.
           05 registo-consumo-lote pic 9(4).
           05 registo-consumo-ingrediente pic 99.
           05 registo-consumo-quantidade pic 9(5).
           05 registo-consumo-entrada pic 9(4).
           05 registo-consumo-lote-ingr pic 9(4).
       fd  arquivo-lote-bloqueado.
       01  registo-lote-bloqueado.
           05 registo-bloq-lote pic 9(4).
           05 registo-bloq-acao pic x.
              88 bloq-bloqueio value "b".
              88 bloq-desbloqueio value "d".
           05 registo-bloq-motivo pic x(40).
           05 registo-bloq-operador pic x(35).
           05 registo-bloq-data pic 9(8).
       fd  arquivo-iaba.
       01  registo-iaba.
           05 registo-iaba-tipo pic x.
           05 registo-iaba-data pic 9(8).
           05 registo-iaba-id-produto pic 99.
           05 registo-iaba-lote pic 9(4).
           05 registo-iaba-unidades pic s9(5).
           05 registo-iaba-litros pic s9(5)v999.
           05 registo-iaba-alcool pic s9(5)v999.
           05 registo-iaba-imposto pic s9(7)v99.
           05 registo-iaba-doc-tipo pic xx.
           05 registo-iaba-doc-ano pic 9999.
           05 registo-iaba-doc-numero pic 9(6).
           05 registo-iaba-doc-linha pic 99.
       fd  arquivo-taxa-iaba.
       01  registo-taxa-iaba.
           05 registo-taxa-iaba-data pic 9(8).
           05 registo-taxa-iaba-taxa pic 9(5)v99.
           05 registo-taxa-iaba-operador pic x(35).
       fd  arquivo-declaracao-iaba.
       01  linha-declaracao-iaba pic x(120).
       fd  arquivo-excesso-credito.
       01  linha-excesso-credito pic x(100).
       fd  arquivo-rastreio.
       01  linha-rastreio pic x(100).
       fd  arquivo-em-uso.
       01  registo-em-uso.
           05 registo-em-uso-chave.
              10 registo-em-uso-tabela pic x(8).
              10 registo-em-uso-id pic 9(4).
           05 registo-em-uso-sessao pic 9(4).
           05 registo-em-uso-operador pic x(35).
           05 registo-em-uso-data pic 9(12).
       fd  arquivo-extrato-banco.
       01  registo-extrato-banco.
           05 registo-banco-ano pic 9999.
           05 registo-banco-mes pic 99.
           05 registo-banco-dia pic 99.
           05 registo-banco-tipo pic x.
           05 registo-banco-valor pic 9(9)v99.
           05 registo-banco-descricao pic x(60).
       fd  arquivo-excecao-banco.
       01  linha-excecao-banco pic x(100).
       fd  arquivo-documento.
       01  registo-documento.
           05 registo-documento-chave.
              10 registo-documento-tipo pic xx.
              10 registo-documento-ano pic 9999.
              10 registo-documento-numero pic 9(6).
           05 registo-documento-id-interno pic 9(4).
           05 registo-documento-id-fatura pic 99.
           05 registo-documento-data pic 9(8).
           05 registo-documento-total pic 9(9)v99.
           05 registo-documento-hash pic 9(12).
           05 registo-documento-atcud pic x(30).
           05 registo-documento-estado pic x.
           05 registo-documento-arquivado pic x.
           05 registo-documento-motivo pic x(50).
           05 registo-documento-operador pic x(35).
       fd  arquivo-serie.
       01  registo-serie.
           05 registo-serie-chave.
              10 registo-serie-tipo pic xx.
              10 registo-serie-ano pic 9999.
           05 registo-serie-codigo pic x(20).
           05 registo-serie-ultimo pic 9(6).
           05 registo-serie-hash pic 9(12).
           05 registo-serie-data pic 9(8).
       fd  arquivo-fatura-forn.
       01  registo-fatura-forn.
           05 registo-ffor-id pic 9(4).
           05 registo-ffor-id-fornecedor pic 99.
           05 registo-ffor-numero pic x(20).
           05 registo-ffor-dia pic 99.
           05 registo-ffor-mes pic 99.
           05 registo-ffor-ano pic 9999.
           05 registo-ffor-venc-dia pic 99.
           05 registo-ffor-venc-mes pic 99.
           05 registo-ffor-venc-ano pic 9999.
           05 registo-ffor-base pic 9(9)v99.
           05 registo-ffor-iva pic 9(9)v99.
           05 registo-ffor-total pic 9(9)v99.
           05 registo-ffor-divergencia pic x.
       fd  arquivo-linha-fatura-forn.
       01  registo-linha-fatura-forn.
           05 registo-lffor-id-fatura pic 9(4).
           05 registo-lffor-entrada pic 9(4).
           05 registo-lffor-quantidade pic 9(3).
           05 registo-lffor-preco pic 9(5)v99.
           05 registo-lffor-dif-qt pic x.
           05 registo-lffor-dif-preco pic x.
       fd  arquivo-pagamento-forn.
       01  registo-pagamento-forn.
           05 registo-pfor-id-fatura pic 9(4).
           05 registo-pfor-id-fornecedor pic 99.
           05 registo-pfor-dia pic 99.
           05 registo-pfor-mes pic 99.
           05 registo-pfor-ano pic 9999.
           05 registo-pfor-valor pic 9(9)v99.
           05 registo-pfor-metodo pic x(20).
       fd  arquivo-noturno.
       01  linha-noturno pic x(100).
       fd  arquivo-retoma-noturno.
       01  registo-retoma-noturno.
           05 registo-retoma-chave pic x(28).
           05 registo-retoma-tipo pic x.
           05 registo-retoma-passo pic x.
           05 registo-retoma-item pic 9(3).
           05 registo-retoma-data pic 9(8).
           05 registo-retoma-periodo pic 9(6).

       WORKING-STORAGE SECTION.
      *Variavel para ele dizer se quer introduzir mais dados ou voltar para o menu principal
           03 nif-cliente pic 9(9).
           03 descricao-cliente pic x(50).
           03 desconto-cliente pic 99.
           03 limite-cliente pic 9(7)v99.
           03 estado-cliente pic x.
              88 cliente-bloqueado value "b" "B".
         02 faturas occurs 99 times.
           03 id-fatura pic 99.
           03 dia-fatura pic 99.
            04 taxa-produto-fatura pic 99.
            04 desconto-produto-fatura pic 99.
            04 lote-produto-fatura pic 9(4).
            04 custo-produto-fatura pic 9(5)v99.
           03 valor-total-fatura pic 9(9)v99.
           03 valor-base-fatura pic 9(9)v99.
           03 valor-iva-fatura pic 9(9)v99.
           03 preco-produto pic 9(5)v99.
           03 taxa-iva-produto pic 99.
           03 descricao-produto pic x(50).
           03 custo-produto pic 9(5)v99.
           03 volume-produto pic 9v999.
           03 teor-produto pic 99v9.
      *Variavel para guardar o id dos produtos que temos de alterar/apagar
       77  procurar pic 99 value zero.
      *Variavel para o indice de procurar
       77  login-id pic 99 value zero.
       77  login-senha pic x(12) value spaces.
       77  login-ok pic 9 value zero.
      *campos usados para preencher um registo de auditoria
       77  audit-tabela pic x(10).
       77  audit-id pic 99.
      *campos editados para registar valores monetarios legiveis na auditoria
       77  audit-preco-edit pic ZZZZ9.99.
       77  audit-valor-total-edit pic ZZZZZZZZ9.99.
      *campos usados na entrada de stock de um fornecedor
       77  entrada-id-produto pic 99 value zero.
       77  entrada-quantidade pic 9(3) value zero.
       77  entrada-dia pic 99 value zero.
       77  entrada-mes pic 99 value zero.
       77  entrada-ano pic 9999 value zero.
       77  entrada-custo pic 9(5)v99 value zero.
      *numero da proxima entrada de stock e entradas de um produto,
      *da mais antiga para a mais recente, gravadas nos consumos de
      *um lote de fabrico
       77  entrada-proximo-numero pic 9(4) value zero.
       77  entrada-procurada pic 99 value zero.
       01  tabela-entradas-produto.
         02 entradas-produto occurs 99 times.
           03 ep-numero pic 9(4).
           03 ep-quantidade pic 9(3).
       77  indice_entradas_produto pic 99 value zero.
       77  ep-pos pic 99 value zero.
      *quantidade consumida de um ingrediente, stock que havia dele
      *antes da ordem e quantidade das entradas ja ligadas ao consumo
       77  consumo-quantidade pic 9(5) value zero.
       77  consumo-stock-anterior pic 9(6) value zero.
       77  consumo-coberto pic 9(7) value zero.
      *campos usados no registo de um pagamento de uma fatura
       77  pagamento-id-fatura pic 99 value zero.
       77  pagamento-dia pic 99 value zero.
       77  fecho-qt-marmelada pic 9(7) value zero.
       77  fecho-qt-licor pic 9(7) value zero.
       77  fecho-encontrado pic 9 value zero.
       77  fecho-n-faturas pic 9(3) value zero.
       77  fatura-fechada pic 9 value zero.
      *indica que a fatura a anular ja tem notas de credito
       77  fatura-creditada pic 9 value zero.
      *quantidades contadas nas prateleiras no inventario fisico
       01  tabela-contagem.
         02 contagem-produto occurs 99 times pic 9(3).
           03 ent-tmp-dia pic 99.
           03 ent-tmp-mes pic 99.
           03 ent-tmp-ano pic 9999.
           03 ent-tmp-custo pic 9(5)v99.
           03 ent-tmp-numero pic 9(4).
           03 ent-tmp-qt-encomenda pic 9(3).
           03 ent-tmp-preco-encomenda pic 9(5)v99.
       01  tabela-ajustes-tmp.
         02 ajustes-tmp occurs 999 times.
           03 aju-tmp-id-produto pic 99.
           03 ord-tmp-val-dia pic 99.
           03 ord-tmp-val-mes pic 99.
           03 ord-tmp-val-ano pic 9999.
           03 ord-tmp-custo pic 9(7)v99.
       01  tabela-avisos-tmp.
         02 avisos-tmp occurs 999 times.
           03 avi-tmp-id-cliente pic 99.
           03 gui-tmp-mes pic 99.
           03 gui-tmp-ano pic 9999.
           03 gui-tmp-hora pic x(5).
       01  tabela-iaba-tmp.
         02 iab-tmp-registo occurs 999 times pic x(59).
      *campos usados no arquivo de fim de ano
       77  indice_pag_tmp pic 9(3) value zero.
       77  indice_iab_tmp pic 9(3) value zero.
       77  indice_nota_tmp pic 9(3) value zero.
       77  indice_ent_tmp pic 9(3) value zero.
       77  indice_aju_tmp pic 9(3) value zero.
           03 ef-dia pic 99.
           03 ef-mes pic 99.
           03 ef-ano pic 9999.
           03 ef-preco pic 9(5)v99.
      *Variavel do indice das encomendas a fornecedores
       77  indice_encomendas_forn pic 99 value zero.
      *campos usados na introducao de uma encomenda a fornecedor
       77  encf-dia pic 99 value zero.
       77  encf-mes pic 99 value zero.
       77  encf-ano pic 9999 value zero.
       77  encf-preco pic 9(5)v99 value zero.
       77  encf-formato-antigo pic 9 value zero.
      *encomendas a fornecedores novas, guardadas a parte enquanto o
      *ficheiro e relido antes de ser regravado
       01  tabela-encf-novas.
         02 encf-nova occurs 99 times pic x(27).
       77  encf-inicio pic 99 value zero.
       77  encf-novas pic 99 value zero.
       77  encf-gravadas pic 99 value zero.
       77  encf-perdidas pic 99 value zero.
       77  encf-pos pic 99 value zero.
      *campos usados na rececao contra uma encomenda e no relatorio
      *das encomendas em aberto
       77  entrada-id-encomenda pic 99 value zero.
           03 ec-ano pic 9999.
           03 ec-n-produtos pic 99.
           03 ec-estado pic x.
              88 ec-pendente value "p" "r" "l".
              88 ec-retida value "r".
              88 ec-faturada value "f".
           03 ec-linhas occurs 20 times.
             04 ec-id-produto pic 99.
             04 ec-quantidade pic 99.
      *Variavel do indice das encomendas de clientes
       77  indice_encomendas_cli pic 99 value zero.
      *encomenda de cliente nova, guardada a parte enquanto o
      *ficheiro e relido antes de ser regravado
       01  encc-nova pic x(95).
      *stock reservado de cada produto pelas encomendas pendentes
       01  tabela-reservado.
         02 reservado-produto occurs 99 times pic 9(5).
      *uma linha, para a soma das linhas nao passar o stock
       01  tabela-qt-pedida.
         02 qt-pedida-produto occurs 99 times pic 9(5).
      *plano de producao e compras: procura, stock livre, quantidade
      *ja encomendada e propostas de cada produto
       01  tabela-plano.
         02 plano-produtos occurs 99 times.
           03 plano-procura pic 9(5).
           03 plano-livre pic s9(5).
           03 plano-encomendado pic 9(5).
           03 plano-explodido pic 9(5).
           03 plano-fabricar pic 9(5).
           03 plano-comprar pic 9(5).
           03 plano-fornecedor pic 99.
           03 plano-tem-receita pic 9.
      *campos usados no calculo e na confirmacao do plano
       77  plano-horizonte pic 9(3) value zero.
       77  plano-semanas pic 99 value zero.
       77  plano-dias pic s9(7) value zero.
       77  plano-necessidade pic s9(5) value zero.
       77  plano-livre-edit pic -(4)9.
       77  plano-acrescimo pic 9(5) value zero.
       77  plano-quantidade pic 9(3) value zero.
       77  plano-passagem pic 99 value zero.
       77  plano-alterado pic 9 value zero.
       77  plano-propostas pic 9(3) value zero.
       77  plano-encomendas pic 99 value zero.
       77  plano-data-pedida pic 9 value zero.
       77  plano-forn-listado pic 9 value zero.
       77  plano-p pic 9(3) value zero.
       77  plano-r pic 9(3) value zero.
       77  plano-f pic 9(3) value zero.
      *campos usados nas encomendas de clientes
       77  enc-id-cliente pic 99 value zero.
       77  enc-escolhida pic 99 value zero.
       77  aviso-gerados pic 9(3) value zero.
       77  aviso-total pic 9(9)v99 value zero.
       77  aviso-nome-ficheiro pic x(25) value spaces.
      *IABA dos licores: quantidades, alcool puro e imposto de um
      *movimento, taxa em vigor e totais da declaracao mensal
       77  iaba-produto pic 99 value zero.
       77  iaba-tipo pic x value space.
       77  iaba-data pic 9(8) value zero.
       77  iaba-lote pic 9(4) value zero.
       77  iaba-qt pic 9(5) value zero.
       77  iaba-sinal-stock pic s9 value zero.
       77  iaba-sinal-imposto pic s9 value zero.
       77  iaba-litros pic 9(5)v999 value zero.
       77  iaba-alcool pic 9(5)v999 value zero.
       77  iaba-imposto pic 9(7)v99 value zero.
       77  iaba-unitario pic 9(5)v9(4) value zero.
       77  iaba-taxa pic 9(5)v99 value zero.
       77  iaba-taxa-data pic 9(8) value zero.
       77  iaba-doc-tipo pic xx value spaces.
       77  iaba-doc-ano pic 9999 value zero.
       77  iaba-doc-numero pic 9(6) value zero.
       77  iaba-doc-linha pic 99 value zero.
       77  iaba-encontrado pic 9 value zero.
       77  iaba-linha pic 99 value zero.
       77  iaba-total-fatura pic s9(7)v99 value zero.
       77  iaba-mes pic 99 value zero.
       77  iaba-ano pic 9999 value zero.
       77  iaba-periodo pic 9(6) value zero.
       77  iaba-registo-periodo pic 9(6) value zero.
       77  iaba-pos pic 9(3) value zero.
       77  iaba-stock-final pic s9(5) value zero.
       77  iaba-stock-inicial pic s9(5) value zero.
      *stock de um licor antes e depois de um ajuste sem imposto
       77  iaba-ajuste-anterior pic 9(3) value zero.
       77  iaba-ajuste-novo pic 9(3) value zero.
       77  iaba-total-imposto pic s9(7)v99 value zero.
       77  iaba-dia-taxa pic 99 value zero.
       77  iaba-mes-taxa pic 99 value zero.
       77  iaba-ano-taxa pic 9999 value zero.
       77  iaba-qt-edit pic -(5)9.
       77  iaba-litros-edit pic -(6)9.999.
       77  iaba-imposto-edit pic -(7)9.99.
       77  iaba-taxa-edit pic ZZZZ9.99.
       01  tabela-iaba-linhas.
         02 iaba-linha-imposto occurs 20 times pic s9(7)v99.
         02 iaba-linha-alcool occurs 20 times pic s9(5)v999.
       01  tabela-declaracao-iaba.
         02 linhas-declaracao-iaba occurs 200 times.
           03 di-produto pic 99.
           03 di-lote pic 9(4).
           03 di-produzido pic s9(5).
           03 di-vendido pic s9(5).
           03 di-devolvido pic s9(5).
           03 di-ajustado pic s9(5).
           03 di-litros pic s9(7)v999.
           03 di-alcool pic s9(7)v999.
           03 di-imposto pic s9(7)v99.
       77  indice_declaracao_iaba pic 9(3) value zero.
       01  tabela-iaba-produtos.
         02 ip-movimento-mes occurs 99 times pic s9(5).
         02 ip-movimento-depois occurs 99 times pic s9(5).
      *limite de credito: saldo em aberto, faturas em atraso e no
      *ultimo nivel de aviso do cliente ao emitir um documento
       77  credito-cliente pic 99 value zero.
       77  credito-ignorar pic 99 value zero.
       77  credito-pos pic 99 value zero.
       77  credito-valor-novo pic 9(9)v99 value zero.
       77  credito-valor-linha pic 9(9)v99 value zero.
       77  credito-saldo pic 9(9)v99 value zero.
       77  credito-saldo-total pic 9(9)v99 value zero.
       77  credito-em-atraso pic 99 value zero.
       77  credito-no-nivel pic 99 value zero.
       77  credito-dias pic s9(5) value zero.
       77  credito-dias-maximo pic 9(3) value 60.
       77  credito-nivel-maximo pic 9 value 3.
       77  credito-aviso-percentagem pic 9(3) value 90.
       77  credito-percentagem pic 9(5) value zero.
       77  credito-ok pic 9 value zero.
       77  credito-libertado pic 9 value zero.
       77  credito-listados pic 9(3) value zero.
       77  credito-documento pic x(20) value spaces.
       77  credito-motivo pic x(60) value spaces.
       77  credito-limite-edit pic ZZZZZZ9.99.
       77  credito-saldo-edit pic ZZZZZZZZ9.99.
      *tabelas usadas na verificacao de integridade: o que o
      *ficheiro das faturas diz de cada id, as linhas realmente
      *encontradas em produto-fatura.dat e o movimento de stock
      *a seguir ao texto (os nomes sao cortados no primeiro espaco
      *duplo para nao arrastar os brancos do campo)
       77  saft-ponteiro pic 9(3) value 1.
      *campos usados no calculo do custo medio ponderado de um
      *produto quando entra stock (compra, fabrico ou devolucao)
       77  custo-id-produto pic 99 value zero.
       77  custo-quantidade pic 9(5) value zero.
       77  custo-unitario pic 9(5)v99 value zero.
      *custo dos ingredientes consumidos num lote de fabrico
       77  ordem-custo-lote pic 9(7)v99 value zero.
       77  ordem-custo-unitario pic 9(5)v99 value zero.
      *vendas liquidas e custo das vendas por produto e por cliente
      *acumulados no relatorio de margem
       01  tabela-margem.
         02 margem-produtos occurs 99 times.
           03 margem-venda-produto pic s9(9)v99.
           03 margem-custo-produto pic s9(9)v99.
           03 margem-qt-produto pic s9(7).
           03 margem-abaixo-produto pic 9(3).
         02 margem-clientes occurs 99 times.
           03 margem-venda-cliente pic s9(9)v99.
           03 margem-custo-cliente pic s9(9)v99.
      *quantidades devolvidas de cada linha de cada fatura, somadas
      *das notas de credito, para a margem ser sobre vendas liquidas
       01  tabela-margem-devolvido.
         02 margem-dev-fatura occurs 99 times.
           03 margem-dev-qt occurs 20 times pic 9(3).
      *campos usados no relatorio de margem por produto/tipo/cliente
       77  margem-dia-ini pic 99 value zero.
       77  margem-mes-ini pic 99 value zero.
       77  margem-ano-ini pic 9999 value zero.
       77  margem-dia-fim pic 99 value zero.
       77  margem-mes-fim pic 99 value zero.
       77  margem-ano-fim pic 9999 value zero.
       77  margem-data-ini pic 9(8) value zero.
       77  margem-data-fim pic 9(8) value zero.
       77  margem-data-fatura pic 9(8) value zero.
       77  margem-qt-liquida pic s9(5) value zero.
       77  margem-venda-linha pic s9(9)v99 value zero.
       77  margem-custo-linha pic s9(9)v99 value zero.
       77  margem-venda-compota pic s9(9)v99 value zero.
       77  margem-custo-compota pic s9(9)v99 value zero.
       77  margem-venda-marmelada pic s9(9)v99 value zero.
       77  margem-custo-marmelada pic s9(9)v99 value zero.
       77  margem-venda-licor pic s9(9)v99 value zero.
       77  margem-custo-licor pic s9(9)v99 value zero.
       77  margem-total-venda pic s9(9)v99 value zero.
       77  margem-total-custo pic s9(9)v99 value zero.
       77  margem-venda pic s9(9)v99 value zero.
       77  margem-custo pic s9(9)v99 value zero.
       77  margem-valor pic s9(9)v99 value zero.
       77  margem-pct pic s9(5)v9 value zero.
       77  margem-linhas-abaixo pic 9(5) value zero.
       77  margem-nome pic x(30) value spaces.
       77  margem-venda-edit pic -(8)9.99.
       77  margem-custo-edit pic -(8)9.99.
       77  margem-valor-edit pic -(8)9.99.
       77  margem-pct-edit pic -(4)9.9.
      *lotes bloqueados (recolha de produto), que deixam de ser
      *atribuidos as linhas das faturas novas
       01  tabela-lotes-bloqueados.
         02 lote-bloqueado occurs 99 times pic 9(4).
       77  indice_lotes_bloqueados pic 99 value zero.
       77  lote-verificar pic 9(4) value zero.
       77  lote-esta-bloqueado pic 9 value zero.
       77  lote-bloqueado-visto pic 9 value zero.
       77  lote-ind pic 99 value zero.
      *lotes encontrados num rastreio para a frente e o lote (ou
      *zero) de onde cada um foi fabricado
       01  tabela-lotes-rastreio.
         02 lotes-rastreio occurs 99 times.
           03 lote-rastreio pic 9(4).
           03 lote-rastreio-origem pic 9(4).
           03 lote-rastreio-possivel pic 9.
       77  indice_lotes_rastreio pic 99 value zero.
       77  rastreio-pos pic 99 value zero.
      *consumos de um lote, lidos para memoria antes de procurar as
      *entradas de stock de cada ingrediente
       01  tabela-consumos-lote.
         02 consumos-lote occurs 99 times.
           03 cl-ingrediente pic 99.
           03 cl-quantidade pic 9(5).
           03 cl-entrada pic 9(4).
           03 cl-lote-ingr pic 9(4).
       77  indice_consumos_lote pic 99 value zero.
      *campos usados nos relatorios de rastreabilidade e no
      *bloqueio de lotes
       77  rastreio-lote pic 9(4) value zero.
       77  rastreio-lote-novo pic 9(4) value zero.
       77  rastreio-lote-origem pic 9(4) value zero.
       77  rastreio-entrada pic 9(4) value zero.
       77  rastreio-fatura pic 99 value zero.
       77  rastreio-linha pic 99 value zero.
       77  rastreio-existe pic 9 value zero.
       77  rastreio-possivel pic 9 value zero.
       77  rastreio-ord-encontrada pic 9 value zero.
       77  rastreio-ord-produto pic 99 value zero.
       77  rastreio-ord-quantidade pic 9(3) value zero.
       77  rastreio-ord-dia pic 99 value zero.
       77  rastreio-ord-mes pic 99 value zero.
       77  rastreio-ord-ano pic 9999 value zero.
       77  rastreio-ord-val-dia pic 99 value zero.
       77  rastreio-ord-val-mes pic 99 value zero.
       77  rastreio-ord-val-ano pic 9999 value zero.
       77  rastreio-ent-encontrada pic 9 value zero.
       77  rastreio-ent-produto pic 99 value zero.
       77  rastreio-ent-quantidade pic 9(3) value zero.
       77  rastreio-ent-fornecedor pic 99 value zero.
       77  rastreio-ent-dia pic 99 value zero.
       77  rastreio-ent-mes pic 99 value zero.
       77  rastreio-ent-ano pic 9999 value zero.
       77  rastreio-ent-custo pic 9(5)v99 value zero.
       77  rastreio-vendido pic 9(5) value zero.
       77  rastreio-devolvido pic 9(5) value zero.
       77  rastreio-consumido pic 9(5) value zero.
       77  rastreio-restante pic s9(5) value zero.
       77  rastreio-restante-edit pic -(4)9.
       77  rastreio-linhas pic 9(3) value zero.
       77  rastreio-acao pic x value space.
       77  rastreio-motivo pic x(40) value spaces.
      *copia temporaria dos consumos durante o arquivo de fim de ano
       01  tabela-consumos-tmp.
         02 consumos-tmp occurs 999 times.
           03 con-tmp-lote pic 9(4).
           03 con-tmp-ingrediente pic 99.
           03 con-tmp-quantidade pic 9(5).
           03 con-tmp-entrada pic 9(4).
           03 con-tmp-lote-ingr pic 9(4).
       77  indice_con_tmp pic 9(3) value zero.
      *movimentos do extrato bancario, lidos para memoria antes de
      *procurar as faturas em aberto e os pagamentos ja registados
       01  tabela-extrato.
         02 extrato-movimentos occurs 200 times.
           03 ext-dia pic 99.
           03 ext-mes pic 99.
           03 ext-ano pic 9999.
           03 ext-tipo pic x.
           03 ext-valor pic 9(9)v99.
           03 ext-descricao pic x(60).
           03 ext-valido pic 9.
       77  indice_extrato pic 9(3) value zero.
       77  ext-pos pic 9(3) value zero.
       77  ext-excesso pic 9 value zero.
      *numeros encontrados na descricao de um movimento (numero da
      *fatura ou NIF do cliente) e quantos digitos tem cada um
       01  tabela-ext-numeros.
         02 ext-numeros occurs 10 times.
           03 ext-numero pic 9(9).
           03 ext-numero-digitos pic 99.
       77  indice_ext_numeros pic 99 value zero.
       77  ext-car pic x value space.
       77  ext-digito redefines ext-car pic 9.
       77  ext-car-pos pic 99 value zero.
       77  ext-num-atual pic 9(9) value zero.
       77  ext-num-digitos pic 99 value zero.
      *campos usados na procura da fatura de cada credito e nos
      *totais da importacao do extrato
       77  ext-divida pic s9(9)v99 value zero.
       77  ext-referida pic 9 value zero.
       77  ext-tem-ano pic 9 value zero.
       77  ext-ano-confere pic 9 value zero.
       77  ext-candidatas pic 99 value zero.
       77  ext-fatura-candidata pic 99 value zero.
       77  ext-exatas pic 99 value zero.
       77  ext-fatura-exata pic 99 value zero.
       77  ext-so-valor pic 99 value zero.
       77  ext-fatura-valor pic 99 value zero.
       77  ext-duplicado pic 9 value zero.
       77  ext-motivo pic x(80) value spaces.
       77  ext-cont-lancados pic 9(3) value zero.
       77  ext-cont-excecoes pic 9(3) value zero.
       77  ext-cont-debitos pic 9(3) value zero.
       77  ext-total-lancado pic 9(9)v99 value zero.
      *recebimentos do dia por metodo de pagamento, no fecho do dia
       77  fecho-rec-dinheiro pic 9(9)v99 value zero.
       77  fecho-rec-multibanco pic 9(9)v99 value zero.
       77  fecho-rec-transferencia pic 9(9)v99 value zero.
       77  fecho-rec-outros pic 9(9)v99 value zero.
      *sessao deste posto e bloqueio de registos entre postos
      *(bloqueio-obtido: 0 = em uso noutro posto, 1 = bloqueado
      *agora, 2 = ja estava bloqueado por esta sessao)
       77  sessao-id pic 9(4) value zero.
       77  bloqueio-tabela pic x(8) value spaces.
       77  bloqueio-id pic 9(4) value zero.
       77  bloqueio-obtido pic 9 value zero.
       77  bloqueio-tentativas pic 9 value zero.
       77  bloqueio-espera pic 9 value 1.
       77  bloqueio-outros pic 9(4) value zero.
       77  bloqueio-principal pic 9 value zero.
      *bloqueio da numeracao das entradas de stock, dos lotes e das
      *faturas de fornecedores, e dos ficheiros das encomendas, que
      *sao regravados inteiros (com os valores de bloqueio-obtido)
       77  numeracao-tabela pic x(8) value spaces.
       77  numeracao-bloqueio pic 9 value zero.
       77  encf-bloqueio pic 9 value zero.
       77  encc-bloqueio pic 9 value zero.
      *campos usados ao gravar um registo de cada vez nos ficheiros
      *dos clientes, produtos, faturas e fornecedores
       77  gravar-id pic 99 value zero.
       77  gravar-linha pic 99 value zero.
       77  gravar-maximo pic 9(3) value zero.
       77  gravar-destino pic 9(3) value zero.
       77  gravar-novo pic 9 value zero.
       77  gravar-colisao pic 9 value zero.
       77  gravar-completo pic 9 value zero.
       77  mestres-formato-antigo pic 9 value zero.
      *movimento de stock de um produto, relido do ficheiro no
      *momento da alteracao (mov-absoluto = 1 fixa o stock)
       77  mov-produto pic 99 value zero.
       77  mov-quantidade pic s9(5) value zero.
       77  mov-absoluto pic 9 value zero.
       77  mov-com-custo pic 9 value zero.
       77  mov-custo pic 9(5)v99 value zero.
       77  mov-resultado pic s9(5) value zero.
       77  mov-ok pic 9 value zero.
       77  mov-stock-anterior pic 9(3) value zero.
       77  gravar-tentativas pic 9 value zero.
       77  fatura-gravada pic 9 value zero.
      *movimentos de stock de uma operacao (linhas de uma fatura,
      *ingredientes de uma ordem), aplicados todos ou nenhum
       01  tabela-movimentos.
         02 movimentos-stock occurs 40 times.
           03 mv-produto pic 99.
           03 mv-quantidade pic s9(5).
           03 mv-com-custo pic 9.
           03 mv-custo pic 9(5)v99.
       77  indice_movimentos pic 99 value zero.
       77  mv-pos pic 99 value zero.
       77  mv-aplicados pic 99 value zero.
       77  mv-falhou pic 9 value zero.
      *numero na serie, ATCUD e estado de cada fatura da tabela,
      *lidos do registo de documentos (numero 0 = fatura antiga,
      *emitida antes das series)
       01  tabela-doc-faturas.
         02 doc-faturas occurs 99 times.
           03 fdoc-ano pic 9999.
           03 fdoc-numero pic 9(6).
           03 fdoc-hash pic 9(12).
           03 fdoc-atcud pic x(30).
           03 fdoc-estado pic x.
           03 fdoc-motivo pic x(50).
      *documento a emitir ou a anular (tipo FT, NC ou GR) e textos
      *do numero do documento e do ATCUD
       77  doc-tipo pic xx value spaces.
       77  doc-ano pic 9999 value zero.
       77  doc-data pic 9(8) value zero.
       77  doc-total pic 9(9)v99 value zero.
       77  doc-id-interno pic 9(4) value zero.
       77  doc-id-fatura pic 99 value zero.
       77  doc-numero pic 9(6) value zero.
       77  doc-hash pic 9(12) value zero.
       77  doc-atcud pic x(30) value spaces.
       77  doc-numero-texto pic x(20) value spaces.
       77  doc-numero-edit pic z(5)9.
       77  doc-brancos pic 9 value zero.
       77  doc-encontrado pic 9 value zero.
       77  doc-motivo pic x(50) value spaces.
       77  fdoc-id pic 99 value zero.
       77  fdoc-texto pic x(20) value spaces.
      *numero da serie de uma guia, procurado no registo de
      *documentos para os relatorios de rastreabilidade
       77  gdoc-texto pic x(20) value spaces.
       77  gdoc-fim pic 9 value zero.
      *serie reservada para o documento a emitir; fica bloqueada
      *ate o documento ser gravado para dois postos nao tirarem o
      *mesmo numero
       77  serie-ok pic 9 value zero.
       77  serie-bloqueio pic 9 value zero.
       77  serie-codigo pic x(20) value spaces.
       77  serie-ultimo pic 9(6) value zero.
       77  serie-hash pic 9(12) value zero.
       77  serie-data pic 9(8) value zero.
       77  serie-existe pic 9 value zero.
       77  serie-codigo-novo pic x(20) value spaces.
      *calculo do hash que encadeia cada documento ao anterior da
      *mesma serie
       77  hash-texto pic x(120) value spaces.
       77  hash-pos pic 9(3) value zero.
       77  hash-valor pic 9(15) value zero.
       77  hash-quociente pic 9(15) value zero.
       77  hash-produto pic 9(15) value zero.
       77  hash-total-edit pic 9(9).99.
       01  hash-caracter.
           05 hash-binario pic 9(4) comp.
       01  hash-bytes redefines hash-caracter.
           05 hash-alto pic x.
           05 hash-baixo pic x.
      *faturas de fornecedores lidas do ficheiro, com o valor ja
      *pago de cada uma (contas a pagar)
       01  tabela-faturas-fornecedor.
         02 faturas-fornecedor occurs 300 times.
           03 ff-id pic 9(4).
           03 ff-id-fornecedor pic 99.
           03 ff-numero pic x(20).
           03 ff-dia pic 99.
           03 ff-mes pic 99.
           03 ff-ano pic 9999.
           03 ff-venc-dia pic 99.
           03 ff-venc-mes pic 99.
           03 ff-venc-ano pic 9999.
           03 ff-base pic 9(9)v99.
           03 ff-iva pic 9(9)v99.
           03 ff-total pic 9(9)v99.
           03 ff-pago pic 9(9)v99.
           03 ff-divergencia pic x.
       77  indice_faturas_forn pic 9(3) value zero.
       77  ff-pos pic 9(3) value zero.
       77  ff-escolhida pic 9(3) value zero.
      *linhas da fatura de fornecedor em introducao: a entrada de
      *stock que cada linha cobre e as diferencas encontradas
       01  tabela-linhas-ffor.
         02 linhas-ffor occurs 20 times.
           03 lf-entrada pic 9(4).
           03 lf-quantidade pic 9(3).
           03 lf-preco pic 9(5)v99.
           03 lf-dif-qt pic x.
           03 lf-dif-preco pic x.
       77  indice_linhas_ffor pic 99 value zero.
      *campos usados na introducao de uma fatura de fornecedor
       77  ffor-fornecedor pic 99 value zero.
       77  ffor-id pic 9(4) value zero.
       77  ffor-numero pic x(20) value spaces.
       77  ffor-dia pic 99 value zero.
       77  ffor-mes pic 99 value zero.
       77  ffor-ano pic 9999 value zero.
       77  ffor-venc-dia pic 99 value zero.
       77  ffor-venc-mes pic 99 value zero.
       77  ffor-venc-ano pic 9999 value zero.
       77  ffor-base pic 9(9)v99 value zero.
       77  ffor-iva pic 9(9)v99 value zero.
       77  ffor-total pic 9(9)v99 value zero.
       77  ffor-soma-linhas pic 9(9)v99 value zero.
       77  ffor-valor-linha pic 9(9)v99 value zero.
       77  ffor-divergencia pic x value "N".
       77  ffor-duplicada pic 9 value zero.
       77  ffor-entrada pic 9(4) value zero.
       77  ffor-qt pic 9(3) value zero.
       77  ffor-preco pic 9(5)v99 value zero.
       77  ffor-preco-ref pic 9(5)v99 value zero.
       77  ffor-ent-encontrada pic 9 value zero.
       77  ffor-ent-produto pic 99 value zero.
       77  ffor-ent-fornecedor pic 99 value zero.
       77  ffor-ent-quantidade pic 9(3) value zero.
       77  ffor-ent-custo pic 9(5)v99 value zero.
       77  ffor-ent-qt-encomenda pic 9(3) value zero.
       77  ffor-ent-preco-encomenda pic 9(5)v99 value zero.
       77  ffor-ent-faturada pic 9 value zero.
      *campos usados nos pagamentos a fornecedores e nos relatorios
      *de contas a pagar (dias-divida conta os dias desde o
      *vencimento)
       77  pfor-valor pic 9(9)v99 value zero.
       77  pfor-dia pic 99 value zero.
       77  pfor-mes pic 99 value zero.
       77  pfor-ano pic 9999 value zero.
       77  pfor-metodo pic x(20) value spaces.
       77  pfor-divida pic 9(9)v99 value zero.
       77  pfor-abertas pic 9(3) value zero.
       77  pfor-total-pago pic 9(9)v99 value zero.
       77  ffor-tem-divida pic 9 value zero.
       77  ffor-a-vencer pic 9(9)v99 value zero.
       77  ffor-total-divida pic 9(9)v99 value zero.
       77  ffor-total-faturas pic 9(9)v99 value zero.
       77  ffor-vencido pic 9(9)v99 value zero.
       77  ffor-ate-7 pic 9(9)v99 value zero.
       77  ffor-ate-30 pic 9(9)v99 value zero.
       77  ffor-saldo pic s9(9)v99 value zero.
       77  ffor-saldo-edit pic -(9)9.99.
      *IVA das compras e IVA a pagar na declaracao trimestral
       77  iva-dedutivel pic 9(9)v99 value zero.
       77  iva-liquidado pic 9(9)v99 value zero.
       77  iva-a-pagar pic s9(9)v99 value zero.
      *processamento noturno: linha de comando, parametros, ordem
      *pela qual os passos correm e contadores do passo em curso; a
      *execucao e identificada no ponto de retoma pelos parametros
      *tal como foram dados (noturno-chave-pedida), para uma retoma
      *depois da meia-noite sem data continuar com a data do inicio
       01  linha-comando-noturno pic x(80) value spaces.
       01  noturno-chave-pedida pic x(28) value spaces.
       01  parametros-noturno.
         02 pn-modo pic x(10).
         02 pn-chave.
           03 pn-passos pic x(10).
           03 pn-data.
             04 pn-ano pic 9999.
             04 pn-mes pic 99.
             04 pn-dia pic 99.
           03 pn-periodo.
             04 pn-periodo-ano pic 9999.
             04 pn-periodo-mes pic 99.
           03 pn-corte.
             04 pn-corte-ano pic 9999.
       01  ordem-passos-noturno pic x(9) value "MFAVCSEIR".
       77  modo-noturno pic 9 value zero.
       77  noturno-retorno pic 99 value zero.
       77  noturno-erro pic 9 value zero.
       77  noturno-parar pic 9 value zero.
       77  noturno-falha pic 9 value zero.
       77  noturno-ordem pic 99 value zero.
       77  noturno-passo pic x value space.
       77  noturno-pedido pic 99 value zero.
       77  noturno-tamanho pic 99 value zero.
       77  noturno-registos pic 9(5) value zero.
       77  noturno-avisos pic 9(5) value zero.
       77  noturno-descricao pic x(30) value spaces.
       77  noturno-estado pic x(5) value spaces.
       77  noturno-hora pic x(8) value spaces.
      *ponto de retoma: passos concluidos ("C") e modelos faturados
      *ou clientes avisados ("E") da execucao que foi interrompida
       01  tabela-retoma-noturno.
         02 retoma-noturno occurs 300 times.
           03 rt-tipo pic x.
           03 rt-passo pic x.
           03 rt-item pic 9(3).
       77  indice_retoma pic 9(3) value zero.
       77  noturno-retomada pic 9 value zero.
       77  noturno-outra-execucao pic 9 value zero.
       77  noturno-tipo pic x value space.
       77  noturno-item pic 9(3) value zero.
       77  noturno-item-feito pic 9 value zero.
       77  noturno-pos pic 9(3) value zero.
       PROCEDURE DIVISION.
           perform ler-operadores.
           perform ler-dias-fechados.
           perform calcular-reservas.
           perform ler-caixa.
           perform ler-modelos.
           perform ler-lotes-bloqueados.
           move spaces to linha-comando-noturno.
           accept linha-comando-noturno from command-line.
           move spaces to parametros-noturno.
           unstring linha-comando-noturno delimited by all spaces
              into pn-modo pn-passos pn-data pn-periodo pn-corte
           end-unstring.
           if pn-modo = "NOTURNO" or pn-modo = "noturno"
              move 1 to modo-noturno
              perform processamento-noturno
           else
              if indice_operadores = 0
                 display "Nao existe nenhum operador registado."
                 display "Vai ser criado o primeiro supervisor."
                 perform criar-primeiro-operador
              end-if
              perform login-operador
              perform registar-sessao
              perform menu-principal until termina = 1
           end-if.
           STOP RUN.
       menu-principal.
           perform libertar-bloqueios-sessao.
           if mestres-formato-antigo = 0
              perform recarregar-dados
           end-if.
           display "Menu".
           display "1. Introduzir".
           display "2. Consultar".
           display "3. Alterar".
           display "4. Eliminar".
           display "5. Consultar eliminados".
           display "7. Carregar dados dos ficheiros".
           display "8. Inventario fisico".
           display "9. Fecho do dia".
           display "10. Arquivo de fim de ano".
           display "11. Caixa (abertura e fecho)".
           display "12. Avisos de cobranca".
           display "13. Registos em uso noutros postos".
           display "0. Sair".
           display "opcao: ".
           accept opcao.
                   end-if
               when opcao = 5
                   perform menu-consultarapagados
               when opcao = 7
                   if operador-perfil < 2
                      display "Nao tem permissao para esta opcao"
                   else
                      perform menu-avisos
                   end-if
               when opcao = 13
                   if operador-perfil < 3
                      display "Nao tem permissao para esta opcao"
                   else
                      perform gerir-registos-em-uso
                   end-if
               when opcao = 0
                   perform terminar-sessao
                   move 1 to termina
               when other
                   display "Opcao invalida"
           display "14 - Guia de remessa de uma fatura"
           display "15 - Modelo de fatura recorrente"
           display "16 - Gerar faturas dos modelos ativos"
           display "17 - Importar extrato bancario (transferencias)"
           display "18 - Plano de producao e compras (MRP)"
           display "19 - Serie de documentos (so supervisor)"
           display "20 - Fatura de fornecedor"
           display "21 - Pagamento a fornecedor"
           display "22 - Taxa do IABA dos licores (so supervisor)"
           display "0 - Cancelar"
           display "Quer introduzir o que: "
           accept opcao
                   else
                      perform gerar-faturas-modelos
                   end-if
               when opcao = 17
                   if indice_faturas = 0
                      display "A tabela faturas esta vazia"
                   else
                      perform importar-extrato
                   end-if
               when opcao = 18
                   if indice_produtos = 0
                      display "A tabela produtos esta vazia"
                   else
                      perform plano-producao-compras
                   end-if
               when opcao = 19
                   if operador-perfil < 3
                      display "Nao tem permissao para esta opcao"
                   else
                      perform registar-serie
                   end-if
               when opcao = 20
                   if indice_fornecedores = 0
                      display "A tabela fornecedores esta vazia"
                   else
                      perform introduzir-fatura-forn
                   end-if
               when opcao = 21
                   if indice_fornecedores = 0
                      display "A tabela fornecedores esta vazia"
                   else
                      perform registar-pagamento-forn
                   end-if
               when opcao = 22
                   if operador-perfil < 3
                      display "Nao tem permissao para esta opcao"
                   else
                      perform registar-taxa-iaba
                   end-if
                when opcao = 0
                   perform menu-principal
               when other
           display "14 - Exportar SAF-T (PT) de um mes"
           display "15 - Verificacao de integridade dos ficheiros"
           display "16 - Modelos de fatura recorrente"
           display "17 - Relatorio de margem por produto/tipo/cliente"
           display "18 - Rastreabilidade de lotes (recolha)"
           display "19 - Series de documentos"
           display "20 - Contas a pagar por antiguidade"
           display "21 - Pagamentos a fornecedores a vencer"
           display "22 - Clientes em excesso de credito"
           display "23 - Declaracao mensal do IABA (licores)"
           display "0 - Cancelar"
           display "Quer consultar o que: "
           accept opcao
                        display "Nao existe nenhum modelo registado"
                    else
                        perform consultar-modelos
                when opcao = 17
                    if indice_faturas = 0
                        display "A tabela faturas esta vazia"
                    else
                        perform relatorio-margem
                when opcao = 18
                    if indice_produtos = 0
                        display "A tabela produtos esta vazia"
                    else
                        perform menu-rastreio
                when opcao = 19
                    perform listar-series
                when opcao = 20
                    perform relatorio-antiguidade-forn
                when opcao = 21
                    perform relatorio-vencimentos-forn
                when opcao = 22
                    if indice_cliente = 0
                        display "A tabela cliente esta vazia"
                    else
                        perform relatorio-excesso-credito
                    end-if
                when opcao = 23
                    perform declaracao-iaba
                when opcao = 0
                   perform menu-principal
               when other
           display "3 - Faturas"
           display "4 - Fornecedores"
           display "5 - Modelos de fatura (ativar/desativar)"
           display "6 - Libertar encomenda retida (so supervisor)"
           display "0 - Cancelar"
           display "Quer alterar o que: "
           accept opcao
                       display "Nao existe nenhum modelo registado"
                    else
                        perform alterar-modelo
                when opcao = 6
                    if operador-perfil < 3
                       display "Nao tem permissao para esta opcao"
                    else
                       perform libertar-encomenda-retida
                    end-if
                when opcao = 0
                   perform menu-principal
               when other
           display "Opcoes de eleminar: "
           display "1 - Clientes"
           display "2 - Produtos"
           display "3 - Faturas (anular)"
           display "4 - Fornecedores"
           display "0 - Cancelar"
           display "Quer eliminar o que: "
           display "-----------------".

       introduzir-c.
           add 1 to indice_cliente.
           move indice_cliente to id-cliente(indice_cliente).
           display "-----------------".
           display "Desconto do cliente em % (0 loja, ex: 10 "
           "revenda, 5 horeca): ".
           accept desconto-cliente(indice_cliente).
           if operador-perfil < 3
              move zero to limite-cliente(indice_cliente)
              display "O cliente fica sem limite de credito; so um "
              "supervisor o pode definir"
           else
              display "Limite de credito do cliente (0 sem limite): "
              accept limite-cliente(indice_cliente)
           end-if.
           move "n" to estado-cliente(indice_cliente).
           move space to descricao-cliente(indice_cliente).
           perform gravar-novo-cliente.
           display "Queres introduzir mais algum cliente?(S/N)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
           display "-----------------".

       introduzir-p.
           add 1 to indice_produtos.
           move indice_produtos to id-produto(indice_produtos).
           display "-----------------".
           accept stock-produto(indice_produtos).
           display "Qual e o preco do produto?: ".
           accept preco-produto(indice_produtos).
           display "Qual e o custo unitario do stock inicial?: ".
           accept custo-produto(indice_produtos).
           display "Qual e a taxa de IVA do produto(6/13/23)?: ".
           accept taxa-iva-produto(indice_produtos).
           perform until (taxa-iva-produto(indice_produtos) = 6 or
              display "Volta a introduzir a taxa de IVA(6/13/23): "
              accept taxa-iva-produto(indice_produtos)
           end-perform.
           move indice_produtos to iaba-produto.
           perform pedir-dados-licor.
           move space to descricao-produto(indice_produtos).
           perform gravar-novo-produto.
           if gravar-colisao = 0 and stock-produto(gravar-id) > 0 and
              (tipo-produto(gravar-id) = "l" or
              tipo-produto(gravar-id) = "L")
              move gravar-id to iaba-produto
              move zero to iaba-ajuste-anterior
              move stock-produto(gravar-id) to iaba-ajuste-novo
              perform registar-iaba-diferenca
           end-if.
           display "Queres introduzir mais algum produto?(S/N)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
           display "-----------------".

       introduzir-f.
           add 1 to indice_faturas.
           move indice_faturas to id-fatura(indice_faturas)
           display "-----------------".
              perform procurar-lote-produto
              move lote-encontrado to
              lote-produto-fatura(indice_faturas,x)
              move custo-produto(id-produtos-fatura
              (indice_faturas,x)) to
              custo-produto-fatura(indice_faturas,x)
              compute stock-produto(id-produtos-fatura
              (indice_faturas,x)) = stock-produto(id-produtos-fatura
              (indice_faturas,x)) - quantidade-produto-fatura
              valor-base-fatura(indice_faturas) +
              valor-iva-fatura(indice_faturas).
           move space to descricao-fatura(indice_faturas).
           perform confirmar-fatura-nova.
            display "Queres introduzir mais alguma fatura?(S/N)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
           end-if.

       introduzir-fr.
           add 1 to indice_fornecedores.
           move indice_fornecedores to
              id-fornecedor(indice_fornecedores).
           display "Escreva a morada do fornecedor: ".
           accept morada-fornecedor(indice_fornecedores).
           move space to descricao-fornecedor(indice_fornecedores).
           perform gravar-novo-fornecedor.
           display "Queres introduzir mais algum fornecedor?(S/N)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
           display "-----------------".

       entrada-stock.
           display "-----------------".
           move zero to entrada-id-encomenda.
           if indice_encomendas_forn > 0
                 perform menu-principal
              end-if
           end-perform.
           display "Qual e o custo unitario de compra: ".
           accept entrada-custo.
           perform until entrada-custo > 0
              display "Erro - custo unitario invalido"
              display "envia 0 para cancelar"
              display "Qual e o custo unitario de compra?: "
              accept entrada-custo
              if entrada-custo equal to 0
                 perform menu-principal
              end-if
           end-perform.
           if entrada-id-encomenda = 0
              display "Qual e o id do fornecedor: "
              accept entrada-id-fornecedor
                 perform menu-principal
              end-if
           end-perform.
           move zero to mov-ok.
           move "ENTRADA" to numeracao-tabela.
           perform bloquear-numeracao.
           if numeracao-bloqueio > 0 and entrada-id-encomenda > 0
              perform bloquear-encomendas-forn
              if encf-bloqueio = 0
                 perform libertar-numeracao
              end-if
           end-if.
           if numeracao-bloqueio > 0
              move entrada-id-produto to mov-produto
              move entrada-quantidade to mov-quantidade
              move zero to mov-absoluto
              move 1 to mov-com-custo
              move entrada-custo to mov-custo
              perform movimentar-stock
              if mov-ok = 1
                 perform registar-entrada-stock
              end-if
              perform libertar-encomendas-forn
              perform libertar-numeracao
           end-if.
           if mov-ok = 0
              display "A entrada de stock nao foi registada"
              display "-----------------"
           end-if.

       registar-entrada-stock.
           perform contar-entradas.
           move entrada-proximo-numero to registo-entrada-numero.
           move entrada-id-produto to registo-entrada-id-produto.
           move entrada-quantidade to registo-entrada-quantidade.
           move entrada-id-fornecedor to
           move entrada-dia to registo-entrada-dia.
           move entrada-mes to registo-entrada-mes.
           move entrada-ano to registo-entrada-ano.
           move entrada-custo to registo-entrada-custo.
           move zero to registo-entrada-qt-encomenda.
           move zero to registo-entrada-preco-encomenda.
           if entrada-id-encomenda > 0
              move ef-qt-encomendada(entrada-id-encomenda) to
                 registo-entrada-qt-encomenda
              move ef-preco(entrada-id-encomenda) to
                 registo-entrada-preco-encomenda
              if ef-preco(entrada-id-encomenda) > 0 and
                 ef-preco(entrada-id-encomenda) not = entrada-custo
                 move ef-preco(entrada-id-encomenda) to
                    audit-preco-edit
                 display "Aviso - o custo e diferente do preco "
                    "acordado na encomenda (" audit-preco-edit ")"
              end-if
           end-if.
           open extend arquivo-entrada-stock.
           write registo-entrada-stock.
           close arquivo-entrada-stock.
                    display "Encomenda totalmente recebida"
              end-evaluate
           end-if.
           display "Entrada N. " entrada-proximo-numero
              " registada".
           display "Stock atualizado: " stock-produto
              (entrada-id-produto).
           move custo-produto(entrada-id-produto) to audit-preco-edit.
           display "Custo medio atualizado: " audit-preco-edit.
           display "-----------------".

       contar-entradas.
           move zero to entrada-proximo-numero.
           open input arquivo-entrada-stock.
           move "n" to final-arquivo.
           perform leia-proxima-entrada.
           perform conta-entrada
               until final-arquivo = "s".
           close arquivo-entrada-stock.
           open input arquivo-entrada-arq.
           move "n" to final-arquivo.
           perform leia-proxima-entrada-arq.
           perform conta-entrada-arq
               until final-arquivo = "s".
           close arquivo-entrada-arq.
           add 1 to entrada-proximo-numero.

       conta-entrada.
           if registo-entrada-numero > entrada-proximo-numero
              move registo-entrada-numero to entrada-proximo-numero
           end-if.
           perform leia-proxima-entrada.

       leia-proxima-entrada-arq.
           read arquivo-entrada-arq at end move "s" to
           final-arquivo.

       conta-entrada-arq.
           if registo-entrada-arq-numero > entrada-proximo-numero
              move registo-entrada-arq-numero to
                 entrada-proximo-numero
           end-if.
           perform leia-proxima-entrada-arq.

       procurar-entrada-produto.
           move zero to indice_entradas_produto.
           open input arquivo-entrada-stock.
           move "n" to final-arquivo.
           perform leia-proxima-entrada.
           perform guarda-entrada-produto
               until final-arquivo = "s".
           close arquivo-entrada-stock.

       guarda-entrada-produto.
      *    com a tabela cheia descarta-se a entrada mais antiga
           if registo-entrada-id-produto = entrada-procurada
              if indice_entradas_produto = 99
                 perform varying ep-pos from 1 by 1 until ep-pos > 98
                    move entradas-produto(ep-pos + 1) to
                       entradas-produto(ep-pos)
                 end-perform
              else
                 add 1 to indice_entradas_produto
              end-if
              move registo-entrada-numero to
                 ep-numero(indice_entradas_produto)
              move registo-entrada-quantidade to
                 ep-quantidade(indice_entradas_produto)
           end-if.
           perform leia-proxima-entrada.

       atualizar-custo-medio.
      *    custo medio ponderado: o stock que ja existe fica ao custo
      *    medio atual e a quantidade que entra ao custo unitario
      *    dela; tem de ser feito antes de somar a quantidade ao stock
           if stock-produto(custo-id-produto) + custo-quantidade > 0
              compute custo-produto(custo-id-produto) rounded =
                 (stock-produto(custo-id-produto) *
                 custo-produto(custo-id-produto) +
                 custo-quantidade * custo-unitario) /
                 (stock-produto(custo-id-produto) + custo-quantidade)
           end-if.

       registar-pagamento.
           perform carregar-pagamentos.
           perform carregar-notas.
           display "Pagamento registado com sucesso".
           display "-----------------".

       importar-extrato.
           perform carregar-pagamentos.
           perform carregar-notas.
           display "-----------------".
           display "Importar o extrato bancario de extrato-banco.txt".
           move zero to indice_extrato.
           move zero to ext-excesso.
           move zero to ext-cont-lancados.
           move zero to ext-cont-excecoes.
           move zero to ext-cont-debitos.
           move zero to ext-total-lancado.
           open input arquivo-extrato-banco.
           move "n" to final-arquivo.
           perform leia-proximo-movimento.
           perform guarda-movimento
               until final-arquivo = "s".
           close arquivo-extrato-banco.
           if indice_extrato = 0
              display "O extrato esta vazio ou nao existe"
           else
              if ext-excesso = 1
                 display "Aviso - o extrato tem mais de 200 "
                 "movimentos; so os primeiros 200 foram lidos"
              end-if
              open output arquivo-excecao-banco
              move spaces to linha-excecao-banco
              string "EXCECOES DO EXTRATO BANCARIO - importado a "
                 function current-date(7:2) "/"
                 function current-date(5:2) "/"
                 function current-date(1:4)
                 delimited by size into linha-excecao-banco
              end-string
              write linha-excecao-banco
              perform varying ext-pos from 1 by 1 until ext-pos >
                   indice_extrato
                 perform tratar-movimento
              end-perform
              move ext-total-lancado to audit-valor-total-edit
              move spaces to linha-excecao-banco
              string "Lancados " ext-cont-lancados " no total de "
                 audit-valor-total-edit ", excecoes "
                 ext-cont-excecoes ", debitos ignorados "
                 ext-cont-debitos
                 delimited by size into linha-excecao-banco
              end-string
              write linha-excecao-banco
              close arquivo-excecao-banco
              display "-----------------"
              display "Movimentos lidos: " indice_extrato
              display "Transferencias lancadas: " ext-cont-lancados
              display "Valor lancado: " audit-valor-total-edit
              display "Excecoes a resolver a mao: " ext-cont-excecoes
              display "Debitos ignorados: " ext-cont-debitos
              display "Excecoes gravadas em excecoes-banco.txt"
           end-if.
           display "-----------------".

       leia-proximo-movimento.
           read arquivo-extrato-banco at end move "s" to
           final-arquivo.

       guarda-movimento.
           if indice_extrato < 200
              add 1 to indice_extrato
              move registo-banco-descricao to
                 ext-descricao(indice_extrato)
              move registo-banco-tipo to ext-tipo(indice_extrato)
              if registo-banco-dia not numeric or
                 registo-banco-mes not numeric or
                 registo-banco-ano not numeric or
                 registo-banco-valor not numeric
                 move zero to ext-valido(indice_extrato)
                 move zero to ext-dia(indice_extrato)
                 move zero to ext-mes(indice_extrato)
                 move zero to ext-ano(indice_extrato)
                 move zero to ext-valor(indice_extrato)
              else
                 move 1 to ext-valido(indice_extrato)
                 move registo-banco-dia to ext-dia(indice_extrato)
                 move registo-banco-mes to ext-mes(indice_extrato)
                 move registo-banco-ano to ext-ano(indice_extrato)
                 move registo-banco-valor to
                    ext-valor(indice_extrato)
              end-if
           else
              move 1 to ext-excesso
           end-if.
           perform leia-proximo-movimento.

       tratar-movimento.
      *    um credito so e lancado quando uma unica fatura em aberto
      *    tem a divida igual ao valor e o numero da fatura ou o NIF
      *    do cliente aparece na descricao; tudo o resto vai para as
      *    excecoes para ser resolvido a mao
           evaluate true
              when ext-valido(ext-pos) = 0
                 move "Linha invalida (data ou valor nao numerico)"
                    to ext-motivo
                 perform regista-excecao-banco
              when ext-tipo(ext-pos) not = "C" and
                   ext-tipo(ext-pos) not = "c"
                 add 1 to ext-cont-debitos
              when ext-valor(ext-pos) = 0
                 move "Credito com valor zero" to ext-motivo
                 perform regista-excecao-banco
              when other
                 perform extrair-numeros-ref
                 perform procurar-fatura-movimento
                 perform decidir-movimento
           end-evaluate.

       extrair-numeros-ref.
           move zero to indice_ext_numeros.
           move zero to ext-num-atual.
           move zero to ext-num-digitos.
           perform varying ext-car-pos from 1 by 1 until
                ext-car-pos > 60
              move ext-descricao(ext-pos)(ext-car-pos:1) to ext-car
              if ext-car >= "0" and ext-car <= "9"
                 if ext-num-digitos < 10
                    add 1 to ext-num-digitos
                 end-if
                 if ext-num-digitos <= 9
                    compute ext-num-atual = ext-num-atual * 10 +
                       ext-digito
                 end-if
              else
                 perform guarda-numero-ref
              end-if
           end-perform.
           perform guarda-numero-ref.

       guarda-numero-ref.
      *    sequencias com mais de 9 digitos (IBAN, referencias do
      *    banco) nao sao nem faturas nem NIFs e sao ignoradas
           if ext-num-digitos > 0 and ext-num-digitos <= 9 and
              indice_ext_numeros < 10
              add 1 to indice_ext_numeros
              move ext-num-atual to ext-numero(indice_ext_numeros)
              move ext-num-digitos to
                 ext-numero-digitos(indice_ext_numeros)
           end-if.
           move zero to ext-num-atual.
           move zero to ext-num-digitos.

       procurar-fatura-movimento.
           move zero to ext-candidatas.
           move zero to ext-fatura-candidata.
           move zero to ext-exatas.
           move zero to ext-fatura-exata.
           move zero to ext-so-valor.
           move zero to ext-fatura-valor.
           perform varying indice from 1 by 1 until indice >
                indice_faturas
              if descricao-fatura(indice) not equal to "apagado"
                 compute ext-divida = valor-total-fatura(indice) -
                    pago-fatura(indice) - creditado-fatura(indice)
                 if ext-divida > 0
                    perform verificar-referencia-fatura
                    if ext-referida = 1
                       add 1 to ext-candidatas
                       move indice to ext-fatura-candidata
                       if ext-divida = ext-valor(ext-pos)
                          add 1 to ext-exatas
                          move indice to ext-fatura-exata
                       end-if
                    else
                       if ext-divida = ext-valor(ext-pos)
                          add 1 to ext-so-valor
                          move indice to ext-fatura-valor
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.

       verificar-referencia-fatura.
      *    o cliente indica o numero da serie (FT 2026/15); se a
      *    descricao tiver um ano, tem de ser o da fatura; as faturas
      *    anteriores as series sao referidas pelo id
           move zero to ext-referida.
           move zero to ext-tem-ano.
           move zero to ext-ano-confere.
           perform varying z from 1 by 1 until z >
                indice_ext_numeros
              if ext-numero-digitos(z) = 4 and
                 ext-numero(z) >= 2010 and ext-numero(z) <= 2099
                 move 1 to ext-tem-ano
                 if ext-numero(z) = fdoc-ano(indice)
                    move 1 to ext-ano-confere
                 end-if
              end-if
           end-perform.
           perform varying z from 1 by 1 until z >
                indice_ext_numeros
              if fdoc-numero(indice) > 0
                 if ext-numero-digitos(z) <= 6 and
                    ext-numero(z) = fdoc-numero(indice) and
                    (ext-tem-ano = 0 or ext-ano-confere = 1)
                    move 1 to ext-referida
                 end-if
              else
                 if ext-numero-digitos(z) <= 4 and
                    ext-numero(z) = id-fatura(indice)
                    move 1 to ext-referida
                 end-if
              end-if
              if ext-numero-digitos(z) = 9 and
                 nif-cliente(id-cliente-fatura(indice)) > 0 and
                 ext-numero(z) = nif-cliente(id-cliente-fatura(indice))
                 move 1 to ext-referida
              end-if
           end-perform.

       decidir-movimento.
           evaluate true
              when ext-exatas = 1
                 perform verificar-pagamento-duplicado
                 if ext-duplicado = 1
                    move ext-fatura-exata to fdoc-id
                    perform compor-numero-fatura
                    move spaces to ext-motivo
                    string "Ja existe uma transferencia igual "
                       "registada na fatura " fdoc-texto
                       delimited by "  "
                       into ext-motivo
                    end-string
                    perform regista-excecao-banco
                 else
                    perform confirmar-movimento
                 end-if
              when ext-exatas > 1
                 move spaces to ext-motivo
                 string "Ambiguo - " ext-exatas " faturas em aberto "
                    "com este valor e referencia"
                    delimited by size into ext-motivo
                 end-string
                 perform regista-excecao-banco
              when ext-candidatas > 0
                 compute ext-divida =
                    valor-total-fatura(ext-fatura-candidata) -
                    pago-fatura(ext-fatura-candidata) -
                    creditado-fatura(ext-fatura-candidata)
                 move ext-divida to audit-pago-edit
                 move ext-fatura-candidata to fdoc-id
                 perform compor-numero-fatura
                 move spaces to ext-motivo
                 if ext-candidatas = 1
                    string "Valor diferente da divida da fatura "
                       fdoc-texto delimited by "  "
                       " (" audit-pago-edit
                       ") - pagamento parcial ou a mais"
                       delimited by size into ext-motivo
                    end-string
                 else
                    string "Valor diferente da divida de "
                       ext-candidatas " faturas referidas do cliente"
                       delimited by size into ext-motivo
                    end-string
                 end-if
                 perform regista-excecao-banco
              when ext-so-valor = 1
                 move ext-fatura-valor to fdoc-id
                 perform compor-numero-fatura
                 move spaces to ext-motivo
                 string "Sem fatura nem NIF na descricao; o valor "
                    "corresponde a fatura " fdoc-texto
                    delimited by "  "
                    into ext-motivo
                 end-string
                 perform regista-excecao-banco
              when ext-so-valor > 1
                 move spaces to ext-motivo
                 string "Sem fatura nem NIF na descricao; "
                    ext-so-valor " faturas tem este valor em divida"
                    delimited by size into ext-motivo
                 end-string
                 perform regista-excecao-banco
              when other
                 move "Sem correspondencia com faturas em aberto"
                    to ext-motivo
                 perform regista-excecao-banco
           end-evaluate.

       verificar-pagamento-duplicado.
           move zero to ext-duplicado.
           open input arquivo-pagamento.
           move "n" to final-arquivo.
           perform leia-proximo-pagamento.
           perform compara-pagamento-extrato
               until final-arquivo = "s".
           close arquivo-pagamento.

       compara-pagamento-extrato.
           if registo-pagamento-id-fatura = ext-fatura-exata and
              registo-pagamento-dia = ext-dia(ext-pos) and
              registo-pagamento-mes = ext-mes(ext-pos) and
              registo-pagamento-ano = ext-ano(ext-pos) and
              registo-pagamento-valor = ext-valor(ext-pos) and
              registo-pagamento-metodo = "transferencia"
              move 1 to ext-duplicado
           end-if.
           perform leia-proximo-pagamento.

       confirmar-movimento.
           move ext-valor(ext-pos) to audit-pago-edit.
           display "-----------------".
           display "Credito de " ext-dia(ext-pos) "/" ext-mes(ext-pos)
              "/" ext-ano(ext-pos) " no valor de " audit-pago-edit.
           display "Descricao: " ext-descricao(ext-pos).
           move ext-fatura-exata to fdoc-id.
           perform compor-numero-fatura.
           display "Corresponde a fatura " fdoc-texto
              " de " dia-fatura(ext-fatura-exata) "/"
              mes-fatura(ext-fatura-exata) "/"
              ano-fatura(ext-fatura-exata).
           display "Cliente: " nome-cliente
              (id-cliente-fatura(ext-fatura-exata)).
           display "Lancar como pagamento por transferencia?(S/N)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao"
              accept opcao_continuar
           end-perform.
           if sim
              perform lancar-transferencia
           else
              move spaces to ext-motivo
              string "Nao confirmado pelo operador (fatura "
                 fdoc-texto delimited by "  "
                 ")" delimited by size into ext-motivo
              end-string
              perform regista-excecao-banco
           end-if.

       lancar-transferencia.
           move ext-fatura-exata to registo-pagamento-id-fatura.
           move ext-dia(ext-pos) to registo-pagamento-dia.
           move ext-mes(ext-pos) to registo-pagamento-mes.
           move ext-ano(ext-pos) to registo-pagamento-ano.
           move ext-valor(ext-pos) to registo-pagamento-valor.
           move "transferencia" to registo-pagamento-metodo.
           open extend arquivo-pagamento.
           write registo-pagamento.
           close arquivo-pagamento.
           add ext-valor(ext-pos) to pago-fatura(ext-fatura-exata).
           if caixa-aberta = 1
              add ext-valor(ext-pos) to caixa-transferencia
              perform salvar-caixa
           end-if.
           add 1 to ext-cont-lancados.
           add ext-valor(ext-pos) to ext-total-lancado.
           display "Pagamento registado com sucesso".

       regista-excecao-banco.
           add 1 to ext-cont-excecoes.
           move ext-valor(ext-pos) to audit-pago-edit.
           move spaces to linha-excecao-banco.
           string ext-dia(ext-pos) "/" ext-mes(ext-pos) "/"
              ext-ano(ext-pos) " " audit-pago-edit " "
              ext-descricao(ext-pos)
              delimited by size into linha-excecao-banco
           end-string.
           display linha-excecao-banco.
           write linha-excecao-banco.
           move spaces to linha-excecao-banco.
           string "   " ext-motivo
              delimited by size into linha-excecao-banco
           end-string.
           display linha-excecao-banco.
           write linha-excecao-banco.

       devolucao-fatura.
           display "-----------------".
           display "Qual e o id da fatura original: ".
                 perform menu-principal
              end-if
           end-perform.
      *    a fatura fica bloqueada durante a devolucao, para outro
      *    posto nao a anular nem devolver as mesmas linhas; o ja
      *    devolvido e lido depois do bloqueio
           move "FATURA" to bloqueio-tabela.
           move devolucao-id-fatura to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-fatura(devolucao-id-fatura) = "apagado"
                 display "Erro - a fatura foi anulada noutro posto"
              else
                 perform introduzir-devolucao
              end-if
              if bloqueio-principal = 1
                 move "FATURA" to bloqueio-tabela
                 move devolucao-id-fatura to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       introduzir-devolucao.
           perform carregar-devolvido.
           display "Linhas da fatura: ".
           perform varying y from 1 by 1 until y >
                n-produtos-fatura(devolucao-id-fatura)
           end-perform.
           move zero to devolucao-valor.
           move zero to indice_nota_linhas.
           move zero to indice_movimentos.
           move "s" to opcao_continuar.
           perform until nao
              display "Qual e o numero da linha a devolver: "
                 end-if
              end-perform
              add devolucao-qt to devolvido-linha(devolucao-linha)
              move id-produtos-fatura(devolucao-id-fatura,
                 devolucao-linha) to mov-produto
              move devolucao-qt to mov-quantidade
              move 1 to mov-com-custo
              move custo-produto-fatura(devolucao-id-fatura,
                 devolucao-linha) to mov-custo
              perform acrescentar-movimento
              compute devolucao-valor-linha rounded =
                 (preco-produto-fatura(devolucao-id-fatura,
                 devolucao-linha) * devolucao-qt) +
                 move "n" to opcao_continuar
              end-if
           end-perform.
           move "NC" to doc-tipo.
           move devolucao-ano to doc-ano.
           compute doc-data = devolucao-ano * 10000 +
              devolucao-mes * 100 + devolucao-dia.
           perform reservar-serie.
           if serie-ok = 0
              display "A devolucao nao foi registada"
              display "-----------------"
           else
              perform aplicar-movimentos-stock
              if mv-falhou = 0
                 perform registar-nota-credito
              else
                 perform libertar-serie
                 display "A devolucao nao foi registada - o stock "
                 "foi alterado noutro posto"
                 display "-----------------"
              end-if
           end-if.

       registar-nota-credito.
           perform contar-notas-credito.
           open extend arquivo-nota-credito.
           perform varying y from 1 by 1 until y >
                write registo-nota-credito
           end-perform.
           close arquivo-nota-credito.
           move nota-proximo-id to doc-id-interno.
           move devolucao-id-fatura to doc-id-fatura.
           move devolucao-valor to doc-total.
           perform emitir-documento.
           perform registar-iaba-devolucao.
           move devolucao-valor to audit-pago-edit.
           display "Nota de credito " doc-numero-texto
              " registada no valor de " audit-pago-edit.
           display "A fatura original nao foi alterada".
           display "-----------------".
                display "Telefone: " telefone-cliente(indice)
                display "Nif: " nif-cliente(indice)
                display "Desconto: " desconto-cliente(indice) "%"
                if limite-cliente(indice) > 0
                   move limite-cliente(indice) to credito-limite-edit
                   display "Limite de credito: " credito-limite-edit
                else
                   display "Limite de credito: sem limite"
                end-if
                if cliente-bloqueado(indice)
                   display "Estado: bloqueado"
                end-if
                display "-----------------"
           end-perform.

                display "Stock do produto: " stock-produto(indice)
                move preco-produto(indice) to audit-preco-edit
                display "Preco do produto: " audit-preco-edit
                move custo-produto(indice) to audit-preco-edit
                display "Custo medio: " audit-preco-edit
                display "Taxa de IVA: " taxa-iva-produto(indice) "%"
                if tipo-produto(indice) = "l" or
                   tipo-produto(indice) = "L"
                   display "Volume: " volume-produto(indice)
                      " l, Teor: " teor-produto(indice) "% vol"
                end-if
                display "-----------------"
           end-perform.

                 extrato-total-unidades
           end-if.
           display "-----------------".
           perform extrato-contas-fornecedor.
           display "-----------------".

       leia-proxima-entrada.
           read arquivo-entrada-stock at end move "s" to
              if registo-entrada-id-fornecedor not numeric or
                 registo-entrada-dia not numeric or
                 registo-entrada-mes not numeric or
                 registo-entrada-ano not numeric or
                 registo-entrada-custo not numeric or
                 registo-entrada-numero not numeric or
                 registo-entrada-qt-encomenda not numeric or
                 registo-entrada-preco-encomenda not numeric
                 display "Erro - entradas-stock.dat esta no formato "
                 "antigo (nota de fornecedor em texto ou sem custo/"
                 "numero/encomenda) e nao foi processado"
                 move 1 to formato-antigo
                 move "s" to final-arquivo
              end-if
       mostra-entrada-fornecedor.
           if registo-entrada-id-fornecedor = fornecedor-extrato
              move 1 to extrato-encontrado
              display "Entrada N. " registo-entrada-numero
              display "Produto: " nome-produto
                 (registo-entrada-id-produto)
              display "Quantidade: " registo-entrada-quantidade
              move registo-entrada-custo to audit-preco-edit
              display "Custo unitario: " audit-preco-edit
              display "Data: " registo-entrada-dia "/"
                 registo-entrada-mes "/" registo-entrada-ano
              add registo-entrada-quantidade to
           end-if.
           perform leia-proxima-entrada.

       extrato-contas-fornecedor.
      *    faturas, pagamentos e saldo do fornecedor, a seguir as
      *    entradas de stock no extrato
           perform carregar-faturas-forn.
           display "Faturas de " nome-fornecedor(fornecedor-extrato).
           display "-----------------".
           move zero to ffor-total-faturas.
           move zero to pfor-total-pago.
           move zero to ffor-tem-divida.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_faturas_forn
              if ff-id-fornecedor(ff-pos) = fornecedor-extrato
                 move 1 to ffor-tem-divida
                 display "Fatura " ff-numero(ff-pos) " (id "
                    ff-id(ff-pos) ")"
                 display "Data: " ff-dia(ff-pos) "/" ff-mes(ff-pos)
                    "/" ff-ano(ff-pos) "  Vencimento: "
                    ff-venc-dia(ff-pos) "/" ff-venc-mes(ff-pos) "/"
                    ff-venc-ano(ff-pos)
                 move ff-total(ff-pos) to audit-pago-edit
                 display "Total com IVA: " audit-pago-edit
                 move ff-pago(ff-pos) to audit-pago-edit
                 display "Pago: " audit-pago-edit
                 if ff-divergencia(ff-pos) = "S"
                    display "Com diferencas face as entradas ou a "
                       "encomenda"
                 end-if
                 add ff-total(ff-pos) to ffor-total-faturas
                 display "-----------------"
              end-if
           end-perform.
           if ffor-tem-divida = 0
              display "Este fornecedor nao tem faturas registadas"
           end-if.
           display "Pagamentos a " nome-fornecedor(fornecedor-extrato).
           display "-----------------".
           open input arquivo-pagamento-forn.
           move "n" to final-arquivo.
           perform leia-proximo-pagamento-forn.
           perform mostra-pagamento-fornecedor
               until final-arquivo = "s".
           close arquivo-pagamento-forn.
           compute ffor-saldo = ffor-total-faturas - pfor-total-pago.
           move ffor-total-faturas to audit-pago-edit.
           display "Total faturado: " audit-pago-edit.
           move pfor-total-pago to audit-pago-edit.
           display "Total pago:     " audit-pago-edit.
           move ffor-saldo to ffor-saldo-edit.
           display "Saldo em divida: " ffor-saldo-edit.

       mostra-pagamento-fornecedor.
           if registo-pfor-id-fornecedor = fornecedor-extrato
              move registo-pfor-valor to audit-pago-edit
              display registo-pfor-dia "/" registo-pfor-mes "/"
                 registo-pfor-ano "  " audit-pago-edit "  "
                 registo-pfor-metodo "  fatura id "
                 registo-pfor-id-fatura
              add registo-pfor-valor to pfor-total-pago
           end-if.
           perform leia-proximo-pagamento-forn.

       introduzir-fatura-forn.
           display "-----------------".
           display "Qual e o id do fornecedor: ".
           accept ffor-fornecedor.
           perform until (ffor-fornecedor <= indice_fornecedores and
                descricao-fornecedor(ffor-fornecedor) not equal to
                "apagado")
              display "Esse fornecedor nao existe ou foi apagado"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro id de fornecedor: "
              accept ffor-fornecedor
              if ffor-fornecedor equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Numero da fatura do fornecedor: ".
           accept ffor-numero.
           perform verificar-fatura-forn-repetida.
           perform until (ffor-numero not = spaces and
                ffor-duplicada = 0)
              display "Erro - numero em branco ou essa fatura ja "
              "esta registada para este fornecedor"
              display "Se quiseres cancelar escreve 0"
              display "Numero da fatura do fornecedor: "
              accept ffor-numero
              if ffor-numero equal to "0"
                 perform menu-principal
              end-if
              perform verificar-fatura-forn-repetida
           end-perform.
           display "Dia da fatura: ".
           accept ffor-dia.
           perform until (ffor-dia > 0 and ffor-dia < 32)
              display "Introduziste um dia invalido"
              display "envia 0 para cancelar"
              display "Qual e o dia da fatura?: "
              accept ffor-dia
              if ffor-dia equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Mes da fatura: ".
           accept ffor-mes.
           perform until (ffor-mes > 0 and ffor-mes < 13)
              display "O mes que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o mes da fatura?: "
              accept ffor-mes
              if ffor-mes equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Ano da fatura: ".
           accept ffor-ano.
           perform until (ffor-ano > 2009 and ffor-ano < 2031)
              display "O ano que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o ano da fatura?: "
              accept ffor-ano
              if ffor-ano equal to 0
                 perform menu-principal
              end-if
           end-perform.
           perform aceitar-vencimento-forn.
           perform until (ffor-venc-ano * 10000 + ffor-venc-mes * 100
                + ffor-venc-dia >= ffor-ano * 10000 + ffor-mes * 100
                + ffor-dia)
              display "Erro - o vencimento e anterior a data da "
              "fatura"
              perform aceitar-vencimento-forn
           end-perform.
           display "Base tributavel (sem IVA): ".
           accept ffor-base.
           perform until ffor-base > 0
              display "Erro - valor invalido"
              display "envia 0 para cancelar"
              display "Qual e a base tributavel?: "
              accept ffor-base
              if ffor-base equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Valor do IVA: ".
           accept ffor-iva.
           compute ffor-total = ffor-base + ffor-iva.
           move ffor-total to audit-valor-total-edit.
           display "Total da fatura: " audit-valor-total-edit.
           move zero to indice_linhas_ffor.
           move zero to ffor-soma-linhas.
           move "N" to ffor-divergencia.
           display "Entradas de stock cobertas por esta fatura".
           move 1 to ffor-entrada.
           perform until ffor-entrada = 0 or indice_linhas_ffor = 20
              display "Numero da entrada de stock (0 para terminar): "
              accept ffor-entrada
              if ffor-entrada > 0
                 perform acrescentar-linha-ffor
              end-if
           end-perform.
           if indice_linhas_ffor = 0
              display "Aviso - a fatura nao cobre nenhuma entrada de "
              "stock"
           else
              if ffor-soma-linhas not = ffor-base
                 move "S" to ffor-divergencia
                 move ffor-soma-linhas to audit-valor-total-edit
                 display "Aviso - a soma das linhas ("
                    audit-valor-total-edit ") e diferente da base "
                    "da fatura"
              end-if
           end-if.
           display "Registar a fatura do fornecedor?(S/N)".
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao"
              accept opcao_continuar
           end-perform.
           if sim
              perform gravar-fatura-forn
           else
              display "A fatura do fornecedor nao foi registada"
           end-if.
           display "-----------------".

       aceitar-vencimento-forn.
           display "Dia de vencimento: ".
           accept ffor-venc-dia.
           perform until (ffor-venc-dia > 0 and ffor-venc-dia < 32)
              display "Introduziste um dia invalido"
              display "envia 0 para cancelar"
              display "Qual e o dia de vencimento?: "
              accept ffor-venc-dia
              if ffor-venc-dia equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Mes de vencimento: ".
           accept ffor-venc-mes.
           perform until (ffor-venc-mes > 0 and ffor-venc-mes < 13)
              display "O mes que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o mes de vencimento?: "
              accept ffor-venc-mes
              if ffor-venc-mes equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Ano de vencimento: ".
           accept ffor-venc-ano.
           perform until (ffor-venc-ano > 2009 and ffor-venc-ano
                < 2031)
              display "O ano que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o ano de vencimento?: "
              accept ffor-venc-ano
              if ffor-venc-ano equal to 0
                 perform menu-principal
              end-if
           end-perform.

       acrescentar-linha-ffor.
           perform procurar-entrada-ffor.
           evaluate true
              when ffor-ent-encontrada = 0
                 display "Erro - essa entrada de stock nao existe"
              when ffor-ent-fornecedor not = ffor-fornecedor
                 display "Erro - essa entrada e de outro fornecedor"
              when ffor-ent-faturada = 1
                 display "Erro - essa entrada ja esta noutra fatura "
                 "do fornecedor"
              when other
                 perform registar-linha-ffor
           end-evaluate.

       registar-linha-ffor.
      *    a quantidade faturada e comparada com a recebida e com a
      *    encomendada, e o preco com o acordado na encomenda (ou,
      *    sem preco acordado, com o custo da entrada)
           display "Produto: " nome-produto(ffor-ent-produto).
           display "Quantidade recebida: " ffor-ent-quantidade.
           move ffor-ent-custo to audit-preco-edit.
           display "Custo na entrada: " audit-preco-edit.
           if ffor-ent-qt-encomenda > 0
              display "Quantidade encomendada: " ffor-ent-qt-encomenda
           end-if.
           if ffor-ent-preco-encomenda > 0
              move ffor-ent-preco-encomenda to audit-preco-edit
              display "Preco acordado na encomenda: " audit-preco-edit
              move ffor-ent-preco-encomenda to ffor-preco-ref
           else
              move ffor-ent-custo to ffor-preco-ref
           end-if.
           display "Quantidade faturada: ".
           accept ffor-qt.
           perform until ffor-qt > 0
              display "Erro - quantidade invalida"
              display "envia 0 para cancelar"
              display "Qual e a quantidade faturada?: "
              accept ffor-qt
              if ffor-qt equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Preco unitario faturado (sem IVA): ".
           accept ffor-preco.
           perform until ffor-preco > 0
              display "Erro - preco invalido"
              display "envia 0 para cancelar"
              display "Qual e o preco unitario faturado?: "
              accept ffor-preco
              if ffor-preco equal to 0
                 perform menu-principal
              end-if
           end-perform.
           add 1 to indice_linhas_ffor.
           move ffor-entrada to lf-entrada(indice_linhas_ffor).
           move ffor-qt to lf-quantidade(indice_linhas_ffor).
           move ffor-preco to lf-preco(indice_linhas_ffor).
           move "N" to lf-dif-qt(indice_linhas_ffor).
           move "N" to lf-dif-preco(indice_linhas_ffor).
           if ffor-qt not = ffor-ent-quantidade
              move "S" to lf-dif-qt(indice_linhas_ffor)
              display "Aviso - quantidade faturada diferente da "
                 "recebida (" ffor-ent-quantidade ")"
           end-if.
           if ffor-ent-qt-encomenda > 0 and
              ffor-qt not = ffor-ent-qt-encomenda
              move "S" to lf-dif-qt(indice_linhas_ffor)
              display "Aviso - quantidade faturada diferente da "
                 "encomendada (" ffor-ent-qt-encomenda ")"
           end-if.
           if ffor-preco not = ffor-preco-ref
              move "S" to lf-dif-preco(indice_linhas_ffor)
              move ffor-preco-ref to audit-preco-edit
              display "Aviso - preco faturado diferente do "
                 "esperado (" audit-preco-edit ")"
           end-if.
           if lf-dif-qt(indice_linhas_ffor) = "S" or
              lf-dif-preco(indice_linhas_ffor) = "S"
              move "S" to ffor-divergencia
           end-if.
           compute ffor-valor-linha = ffor-qt * ffor-preco.
           add ffor-valor-linha to ffor-soma-linhas.

       procurar-entrada-ffor.
      *    a entrada pode estar no ficheiro das entradas ou ja no
      *    arquivo de fim de ano; so pode ser faturada uma vez
           move zero to ffor-ent-encontrada.
           move zero to ffor-ent-faturada.
           open input arquivo-entrada-stock.
           move "n" to final-arquivo.
           perform leia-proxima-entrada.
           perform compara-entrada-ffor
               until final-arquivo = "s".
           close arquivo-entrada-stock.
           if ffor-ent-encontrada = 0
              open input arquivo-entrada-arq
              move "n" to final-arquivo
              perform leia-proxima-entrada-arq
              perform compara-entrada-arq-ffor
                  until final-arquivo = "s"
              close arquivo-entrada-arq
           end-if.
           if ffor-ent-encontrada = 1
              open input arquivo-linha-fatura-forn
              move "n" to final-arquivo
              perform leia-proxima-linha-ffor
              perform compara-linha-ffor
                  until final-arquivo = "s"
              close arquivo-linha-fatura-forn
              perform varying ff-pos from 1 by 1 until ff-pos >
                   indice_linhas_ffor
                 if lf-entrada(ff-pos) = ffor-entrada
                    move 1 to ffor-ent-faturada
                 end-if
              end-perform
           end-if.

       compara-entrada-ffor.
           if registo-entrada-numero = ffor-entrada
              move 1 to ffor-ent-encontrada
              move registo-entrada-id-produto to ffor-ent-produto
              move registo-entrada-id-fornecedor to
                 ffor-ent-fornecedor
              move registo-entrada-quantidade to ffor-ent-quantidade
              move registo-entrada-custo to ffor-ent-custo
              move registo-entrada-qt-encomenda to
                 ffor-ent-qt-encomenda
              move registo-entrada-preco-encomenda to
                 ffor-ent-preco-encomenda
           end-if.
           perform leia-proxima-entrada.

       compara-entrada-arq-ffor.
           if registo-entrada-arq-numero = ffor-entrada
              move 1 to ffor-ent-encontrada
              move registo-entrada-arq-id-produto to ffor-ent-produto
              move registo-entrada-arq-id-fornec to
                 ffor-ent-fornecedor
              move registo-entrada-arq-quantidade to
                 ffor-ent-quantidade
              move registo-entrada-arq-custo to ffor-ent-custo
              move registo-entrada-arq-qt-enc to
                 ffor-ent-qt-encomenda
              move registo-entrada-arq-preco-enc to
                 ffor-ent-preco-encomenda
           end-if.
           perform leia-proxima-entrada-arq.

       leia-proxima-linha-ffor.
           read arquivo-linha-fatura-forn at end move "s" to
           final-arquivo.

       compara-linha-ffor.
           if registo-lffor-entrada = ffor-entrada
              move 1 to ffor-ent-faturada
           end-if.
           perform leia-proxima-linha-ffor.

       verificar-fatura-forn-repetida.
           move zero to ffor-duplicada.
           open input arquivo-fatura-forn.
           move "n" to final-arquivo.
           perform leia-proxima-fatura-forn.
           perform compara-fatura-forn
               until final-arquivo = "s".
           close arquivo-fatura-forn.

       leia-proxima-fatura-forn.
           read arquivo-fatura-forn at end move "s" to
           final-arquivo.

       compara-fatura-forn.
           if registo-ffor-id-fornecedor = ffor-fornecedor and
              registo-ffor-numero = ffor-numero
              move 1 to ffor-duplicada
           end-if.
           perform leia-proxima-fatura-forn.

       gravar-fatura-forn.
      *    o id e tirado e a repeticao da fatura e das entradas e
      *    verificada outra vez com o ficheiro bloqueado, porque outro
      *    posto pode ter registado a mesma fatura ou faturado uma das
      *    entradas depois de as linhas terem sido escritas
           move "FFORN" to numeracao-tabela.
           perform bloquear-numeracao.
           if numeracao-bloqueio = 0
              display "A fatura do fornecedor nao foi registada"
           else
              perform verificar-fatura-forn-repetida
              perform verificar-linhas-ffor
              evaluate true
                 when ffor-duplicada = 1
                    display "Erro - essa fatura foi registada noutro "
                    "posto"
                    display "A fatura do fornecedor nao foi registada"
                 when ffor-ent-faturada = 1
                    display "A fatura do fornecedor nao foi registada"
                 when other
                    perform escrever-fatura-forn
              end-evaluate
              perform libertar-numeracao
           end-if.

       verificar-linhas-ffor.
           move zero to ffor-ent-faturada.
           open input arquivo-linha-fatura-forn.
           move "n" to final-arquivo.
           perform leia-proxima-linha-ffor.
           perform compara-linhas-ffor
               until final-arquivo = "s".
           close arquivo-linha-fatura-forn.

       compara-linhas-ffor.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_linhas_ffor
              if lf-entrada(ff-pos) = registo-lffor-entrada
                 move 1 to ffor-ent-faturada
                 display "Erro - a entrada " registo-lffor-entrada
                    " foi faturada noutro posto"
              end-if
           end-perform.
           perform leia-proxima-linha-ffor.

       escrever-fatura-forn.
           perform contar-faturas-forn.
           move ffor-id to registo-ffor-id.
           move ffor-fornecedor to registo-ffor-id-fornecedor.
           move ffor-numero to registo-ffor-numero.
           move ffor-dia to registo-ffor-dia.
           move ffor-mes to registo-ffor-mes.
           move ffor-ano to registo-ffor-ano.
           move ffor-venc-dia to registo-ffor-venc-dia.
           move ffor-venc-mes to registo-ffor-venc-mes.
           move ffor-venc-ano to registo-ffor-venc-ano.
           move ffor-base to registo-ffor-base.
           move ffor-iva to registo-ffor-iva.
           move ffor-total to registo-ffor-total.
           move ffor-divergencia to registo-ffor-divergencia.
           open extend arquivo-fatura-forn.
           write registo-fatura-forn.
           close arquivo-fatura-forn.
           open extend arquivo-linha-fatura-forn.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_linhas_ffor
              move ffor-id to registo-lffor-id-fatura
              move lf-entrada(ff-pos) to registo-lffor-entrada
              move lf-quantidade(ff-pos) to registo-lffor-quantidade
              move lf-preco(ff-pos) to registo-lffor-preco
              move lf-dif-qt(ff-pos) to registo-lffor-dif-qt
              move lf-dif-preco(ff-pos) to registo-lffor-dif-preco
              write registo-linha-fatura-forn
           end-perform.
           close arquivo-linha-fatura-forn.
           display "Fatura do fornecedor registada com o id " ffor-id.
           if ffor-divergencia = "S"
              display "A fatura ficou marcada com diferencas para "
              "conferir"
           end-if.

       contar-faturas-forn.
           move zero to ffor-id.
           open input arquivo-fatura-forn.
           move "n" to final-arquivo.
           perform leia-proxima-fatura-forn.
           perform conta-fatura-forn
               until final-arquivo = "s".
           close arquivo-fatura-forn.
           add 1 to ffor-id.

       conta-fatura-forn.
           if registo-ffor-id > ffor-id
              move registo-ffor-id to ffor-id
           end-if.
           perform leia-proxima-fatura-forn.

       carregar-faturas-forn.
      *    faturas dos fornecedores e o que ja foi pago de cada uma
           move zero to indice_faturas_forn.
           open input arquivo-fatura-forn.
           move "n" to final-arquivo.
           perform leia-proxima-fatura-forn.
           perform guarda-fatura-forn
               until final-arquivo = "s".
           close arquivo-fatura-forn.
           open input arquivo-pagamento-forn.
           move "n" to final-arquivo.
           perform leia-proximo-pagamento-forn.
           perform soma-pagamento-forn
               until final-arquivo = "s".
           close arquivo-pagamento-forn.

       guarda-fatura-forn.
           if indice_faturas_forn < 300
              add 1 to indice_faturas_forn
              move registo-ffor-id to ff-id(indice_faturas_forn)
              move registo-ffor-id-fornecedor to
                 ff-id-fornecedor(indice_faturas_forn)
              move registo-ffor-numero to
                 ff-numero(indice_faturas_forn)
              move registo-ffor-dia to ff-dia(indice_faturas_forn)
              move registo-ffor-mes to ff-mes(indice_faturas_forn)
              move registo-ffor-ano to ff-ano(indice_faturas_forn)
              move registo-ffor-venc-dia to
                 ff-venc-dia(indice_faturas_forn)
              move registo-ffor-venc-mes to
                 ff-venc-mes(indice_faturas_forn)
              move registo-ffor-venc-ano to
                 ff-venc-ano(indice_faturas_forn)
              move registo-ffor-base to ff-base(indice_faturas_forn)
              move registo-ffor-iva to ff-iva(indice_faturas_forn)
              move registo-ffor-total to ff-total(indice_faturas_forn)
              move zero to ff-pago(indice_faturas_forn)
              move registo-ffor-divergencia to
                 ff-divergencia(indice_faturas_forn)
           else
              display "Aviso - faturas de fornecedores a mais; so "
              "foram lidas 300"
              move "s" to final-arquivo
           end-if.
           if final-arquivo not = "s"
              perform leia-proxima-fatura-forn
           end-if.

       leia-proximo-pagamento-forn.
           read arquivo-pagamento-forn at end move "s" to
           final-arquivo.

       soma-pagamento-forn.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_faturas_forn
              if ff-id(ff-pos) = registo-pfor-id-fatura
                 add registo-pfor-valor to ff-pago(ff-pos)
              end-if
           end-perform.
           perform leia-proximo-pagamento-forn.

       registar-pagamento-forn.
           perform carregar-faturas-forn.
           display "-----------------".
           display "Qual e o id do fornecedor: ".
           accept ffor-fornecedor.
           perform until (ffor-fornecedor <= indice_fornecedores and
                ffor-fornecedor > 0)
              display "Esse fornecedor nao existe"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro id de fornecedor: "
              accept ffor-fornecedor
              if ffor-fornecedor equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Faturas por pagar de "
              nome-fornecedor(ffor-fornecedor).
           move zero to pfor-abertas.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_faturas_forn
              if ff-id-fornecedor(ff-pos) = ffor-fornecedor and
                 ff-total(ff-pos) > ff-pago(ff-pos)
                 add 1 to pfor-abertas
                 compute pfor-divida = ff-total(ff-pos) -
                    ff-pago(ff-pos)
                 move pfor-divida to audit-pago-edit
                 display "Id " ff-id(ff-pos) "  Fatura "
                    ff-numero(ff-pos) "  Vence " ff-venc-dia(ff-pos)
                    "/" ff-venc-mes(ff-pos) "/" ff-venc-ano(ff-pos)
                    "  Em divida: " audit-pago-edit
              end-if
           end-perform.
           if pfor-abertas = 0
              display "Este fornecedor nao tem faturas por pagar"
           else
              perform pagar-fatura-forn
           end-if.
           display "-----------------".

       pagar-fatura-forn.
           display "Qual e o id da fatura a pagar: ".
           accept ffor-id.
           perform procurar-fatura-forn.
           perform until ff-escolhida > 0
              display "Erro - essa fatura nao e deste fornecedor ou "
              "ja esta paga"
              display "Se quiseres cancelar escreve 0"
              display "Qual e o id da fatura a pagar: "
              accept ffor-id
              if ffor-id equal to 0
                 perform menu-principal
              end-if
              perform procurar-fatura-forn
           end-perform.
           compute pfor-divida = ff-total(ff-escolhida) -
              ff-pago(ff-escolhida).
           move pfor-divida to audit-pago-edit.
           display "Valor em divida: " audit-pago-edit.
           display "Qual e o valor pago: ".
           accept pfor-valor.
           perform until (pfor-valor > 0 and pfor-valor <=
                pfor-divida)
              display "Erro - valor invalido ou superior a divida"
              display "envia 0 para cancelar"
              display "Qual e o valor pago?: "
              accept pfor-valor
              if pfor-valor equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Dia do pagamento: ".
           accept pfor-dia.
           perform until (pfor-dia > 0 and pfor-dia < 32)
              display "Introduziste um dia invalido"
              display "envia 0 para cancelar"
              display "Qual e o dia do pagamento?: "
              accept pfor-dia
              if pfor-dia equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Mes do pagamento: ".
           accept pfor-mes.
           perform until (pfor-mes > 0 and pfor-mes < 13)
              display "O mes que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o mes do pagamento?: "
              accept pfor-mes
              if pfor-mes equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Ano do pagamento: ".
           accept pfor-ano.
           perform until (pfor-ano > 2009 and pfor-ano < 2031)
              display "O ano que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o ano do pagamento?: "
              accept pfor-ano
              if pfor-ano equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Metodo de pagamento: ".
           accept pfor-metodo.
           move ff-id(ff-escolhida) to registo-pfor-id-fatura.
           move ffor-fornecedor to registo-pfor-id-fornecedor.
           move pfor-dia to registo-pfor-dia.
           move pfor-mes to registo-pfor-mes.
           move pfor-ano to registo-pfor-ano.
           move pfor-valor to registo-pfor-valor.
           move pfor-metodo to registo-pfor-metodo.
           open extend arquivo-pagamento-forn.
           write registo-pagamento-forn.
           close arquivo-pagamento-forn.
           add pfor-valor to ff-pago(ff-escolhida).
           display "Pagamento ao fornecedor registado".
           if ff-pago(ff-escolhida) = ff-total(ff-escolhida)
              display "Fatura " ff-numero(ff-escolhida)
                 " totalmente paga"
           end-if.

       procurar-fatura-forn.
           move zero to ff-escolhida.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_faturas_forn
              if ff-id(ff-pos) = ffor-id and ffor-id > 0 and
                 ff-id-fornecedor(ff-pos) = ffor-fornecedor and
                 ff-total(ff-pos) > ff-pago(ff-pos)
                 move ff-pos to ff-escolhida
              end-if
           end-perform.

       relatorio-antiguidade-forn.
      *    divida a cada fornecedor pelos dias passados desde o
      *    vencimento de cada fatura
           perform carregar-faturas-forn.
           move function current-date(1:4) to hoje-ano.
           move function current-date(5:2) to hoje-mes.
           move function current-date(7:2) to hoje-dia.
           display "-----------------".
           display "Contas a pagar por fornecedor (dias depois do "
              "vencimento): ".
           move zero to ffor-total-divida.
           perform varying y from 1 by 1 until y >
                indice_fornecedores
              move zero to ffor-a-vencer
              move zero to divida-ate-30
              move zero to divida-ate-60
              move zero to divida-ate-90
              move zero to divida-mais-90
              move zero to ffor-tem-divida
              perform varying ff-pos from 1 by 1 until ff-pos >
                   indice_faturas_forn
                 if ff-id-fornecedor(ff-pos) = y and
                    ff-total(ff-pos) > ff-pago(ff-pos)
                    move 1 to ffor-tem-divida
                    compute divida-fatura = ff-total(ff-pos) -
                       ff-pago(ff-pos)
                    compute dias-divida =
                       (hoje-ano - ff-venc-ano(ff-pos)) * 365 +
                       (hoje-mes - ff-venc-mes(ff-pos)) * 30 +
                       (hoje-dia - ff-venc-dia(ff-pos))
                    evaluate true
                       when dias-divida <= 0
                          add divida-fatura to ffor-a-vencer
                       when dias-divida <= 30
                          add divida-fatura to divida-ate-30
                       when dias-divida <= 60
                          add divida-fatura to divida-ate-60
                       when dias-divida <= 90
                          add divida-fatura to divida-ate-90
                       when other
                          add divida-fatura to divida-mais-90
                    end-evaluate
                    add divida-fatura to ffor-total-divida
                 end-if
              end-perform
              if ffor-tem-divida = 1
                 display "Fornecedor: " nome-fornecedor(y)
                 move ffor-a-vencer to audit-pago-edit
                 display "Ainda nao vencido: " audit-pago-edit
                 move divida-ate-30 to audit-pago-edit
                 display "Vencido ate 30 dias: " audit-pago-edit
                 move divida-ate-60 to audit-pago-edit
                 display "31 a 60 dias: " audit-pago-edit
                 move divida-ate-90 to audit-pago-edit
                 display "61 a 90 dias: " audit-pago-edit
                 move divida-mais-90 to audit-pago-edit
                 display "Mais de 90 dias: " audit-pago-edit
                 display "-----------------"
              end-if
           end-perform.
           move ffor-total-divida to audit-pago-edit.
           display "Total em divida a fornecedores: " audit-pago-edit.
           display "-----------------".

       relatorio-vencimentos-forn.
      *    o que ja venceu e o que vence nos proximos 7 e 30 dias,
      *    para planear a tesouraria
           perform carregar-faturas-forn.
           move function current-date(1:4) to hoje-ano.
           move function current-date(5:2) to hoje-mes.
           move function current-date(7:2) to hoje-dia.
           display "-----------------".
           display "Pagamentos a fornecedores vencidos e a vencer "
              "nos proximos 30 dias: ".
           move zero to ffor-vencido.
           move zero to ffor-ate-7.
           move zero to ffor-ate-30.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_faturas_forn
              if ff-total(ff-pos) > ff-pago(ff-pos)
                 compute divida-fatura = ff-total(ff-pos) -
                    ff-pago(ff-pos)
                 compute dias-divida =
                    (ff-venc-ano(ff-pos) - hoje-ano) * 365 +
                    (ff-venc-mes(ff-pos) - hoje-mes) * 30 +
                    (ff-venc-dia(ff-pos) - hoje-dia)
                 if dias-divida <= 30
                    move divida-fatura to audit-pago-edit
                    display ff-venc-dia(ff-pos) "/" ff-venc-mes(ff-pos)
                       "/" ff-venc-ano(ff-pos) "  "
                       nome-fornecedor(ff-id-fornecedor(ff-pos))(1:30)
                       "  " ff-numero(ff-pos) "  " audit-pago-edit
                    evaluate true
                       when dias-divida < 0
                          add divida-fatura to ffor-vencido
                          display "   vencida"
                       when dias-divida <= 7
                          add divida-fatura to ffor-ate-7
                       when other
                          add divida-fatura to ffor-ate-30
                    end-evaluate
                 end-if
              end-if
           end-perform.
           display "-----------------".
           move ffor-vencido to audit-pago-edit.
           display "Ja vencido:                " audit-pago-edit.
           move ffor-ate-7 to audit-pago-edit.
           display "Vence nos proximos 7 dias: " audit-pago-edit.
           move ffor-ate-30 to audit-pago-edit.
           display "Vence de 8 a 30 dias:      " audit-pago-edit.
           compute ffor-total-divida = ffor-vencido + ffor-ate-7 +
              ffor-ate-30.
           move ffor-total-divida to audit-pago-edit.
           display "Total a pagar em 30 dias:  " audit-pago-edit.
           display "-----------------".

       verificar-credito-cliente.
      *    credito-ok fica a zero se o cliente credito-cliente estiver
      *    bloqueado, se o saldo em aberto mais credito-valor-novo
      *    passar o limite, ou se tiver faturas em divida ha mais de
      *    credito-dias-maximo dias ou ja no ultimo nivel de aviso;
      *    a fatura credito-ignorar (a que esta a ser criada) nao conta
           perform carregar-pagamentos.
           perform carregar-notas.
           perform carregar-niveis-avisos.
           perform calcular-saldo-credito.
           move 1 to credito-ok.
           if cliente-bloqueado(credito-cliente)
              move zero to credito-ok
              display "O cliente " nome-cliente(credito-cliente)
                 " esta bloqueado"
           end-if.
           compute credito-saldo-total = credito-saldo +
              credito-valor-novo.
           if limite-cliente(credito-cliente) > 0 and
              credito-saldo-total > limite-cliente(credito-cliente)
              move zero to credito-ok
              move credito-saldo to credito-saldo-edit
              display "Limite de credito excedido - em aberto: "
                 credito-saldo-edit
              move credito-valor-novo to credito-saldo-edit
              move limite-cliente(credito-cliente) to
                 credito-limite-edit
              display "novo documento: " credito-saldo-edit
                 "  limite: " credito-limite-edit
           end-if.
           if credito-em-atraso > 0
              move zero to credito-ok
              display "O cliente tem " credito-em-atraso
                 " faturas em divida ha mais de "
                 credito-dias-maximo " dias"
           end-if.
           if credito-no-nivel > 0
              move zero to credito-ok
              display "O cliente tem " credito-no-nivel
                 " faturas no " credito-nivel-maximo
                 ". aviso de cobranca"
           end-if.

       calcular-saldo-credito.
      *    pagamentos, notas e niveis de aviso ja carregados
           move function current-date(1:4) to hoje-ano.
           move function current-date(5:2) to hoje-mes.
           move function current-date(7:2) to hoje-dia.
           move zero to credito-saldo.
           move zero to credito-em-atraso.
           move zero to credito-no-nivel.
           perform varying credito-pos from 1 by 1 until credito-pos >
                indice_faturas
              if credito-pos not = credito-ignorar and
                 descricao-fatura(credito-pos) not equal to "apagado"
                 and id-cliente-fatura(credito-pos) = credito-cliente
                 and valor-total-fatura(credito-pos) >
                 pago-fatura(credito-pos) + creditado-fatura
                 (credito-pos)
                 compute credito-saldo = credito-saldo +
                    valor-total-fatura(credito-pos) -
                    pago-fatura(credito-pos) -
                    creditado-fatura(credito-pos)
                 compute credito-dias =
                    (hoje-ano - ano-fatura(credito-pos)) * 365 +
                    (hoje-mes - mes-fatura(credito-pos)) * 30 +
                    (hoje-dia - dia-fatura(credito-pos))
                 if credito-dias > credito-dias-maximo
                    add 1 to credito-em-atraso
                 end-if
                 if aviso-nivel-fatura(credito-pos) >=
                    credito-nivel-maximo
                    add 1 to credito-no-nivel
                 end-if
              end-if
           end-perform.

       autorizar-credito.
      *    so um supervisor pode deixar passar o documento retido; o
      *    motivo fica na auditoria; no processamento noturno nao ha
      *    ninguem para autorizar e o documento fica sempre retido
           evaluate true
              when modo-noturno = 1
                 display "Documento retido - o processamento noturno "
                 "nao autoriza credito"
              when operador-perfil < 3
                 display "Documento retido - so um supervisor o pode "
                 "autorizar"
              when other
                 display "Autorizar mesmo assim?(S/N)"
                 accept opcao_continuar
                 perform until (opcao_continuar = "S" or
                                opcao_continuar = "s" or
                                opcao_continuar = "N" or
                                opcao_continuar = "n" )
                    display "ERRO - opcao errada"
                    display "Volta introduzir a opcao"
                    accept opcao_continuar
                 end-perform
                 if sim
                    perform pedir-motivo-credito
                    move 1 to credito-ok
                    move spaces to audit-valor-novo
                    string "autorizado: " credito-documento
                       delimited by "  "
                       " - " credito-motivo
                       delimited by size into audit-valor-novo
                    end-string
                    perform auditar-credito
                 end-if
           end-evaluate.

       pedir-motivo-credito.
           display "Motivo da autorizacao: ".
           accept credito-motivo.
           perform until credito-motivo not = spaces
              display "Erro - o motivo e obrigatorio"
              display "Motivo da autorizacao: "
              accept credito-motivo
           end-perform.

       auditar-credito.
           move credito-saldo to credito-saldo-edit.
           move limite-cliente(credito-cliente) to credito-limite-edit.
           move spaces to audit-valor-antigo.
           string "retido: em aberto " credito-saldo-edit
              " limite " credito-limite-edit " atraso "
              credito-em-atraso " ultimo aviso " credito-no-nivel
              " estado " estado-cliente(credito-cliente)
              delimited by size into audit-valor-antigo
           end-string.
           move "CREDITO" to audit-tabela.
           move credito-cliente to audit-id.
           perform registar-auditoria.

       verificar-credito-encomenda.
      *    a encomenda que falha o credito fica retida ("r") e nao
      *    pode ser faturada ate um supervisor a libertar ("l")
           move zero to credito-valor-novo.
           perform varying x from 1 by 1 until x >
                ec-n-produtos(indice_encomendas_cli)
              compute credito-valor-linha rounded =
                 preco-produto(ec-id-produto(indice_encomendas_cli,x))
                 * (100 - desconto-cliente(enc-id-cliente)) / 100
                 * ec-quantidade(indice_encomendas_cli,x)
                 * (100 + taxa-iva-produto(ec-id-produto
                 (indice_encomendas_cli,x))) / 100
              add credito-valor-linha to credito-valor-novo
           end-perform.
           move enc-id-cliente to credito-cliente.
           move zero to credito-ignorar.
           perform verificar-credito-cliente.
           if credito-ok = 0
              move "encomenda" to credito-documento
              perform autorizar-credito
              if credito-ok = 0
                 move "r" to ec-estado(indice_encomendas_cli)
                 display "A encomenda fica retida ate um supervisor "
                 "a libertar"
              else
                 move "l" to ec-estado(indice_encomendas_cli)
              end-if
           end-if.

       libertar-encomenda-retida.
           display "-----------------".
           move zero to credito-listados.
           perform varying y from 1 by 1 until y >
                indice_encomendas_cli
              if ec-retida(y)
                 add 1 to credito-listados
                 display "Encomenda N. " ec-id(y) " - "
                    nome-cliente(ec-id-cliente(y))
              end-if
           end-perform.
           if credito-listados = 0
              display "Nao existe nenhuma encomenda retida"
           else
              display "Qual e o numero da encomenda a libertar: "
              accept enc-escolhida
              perform until (enc-escolhida <= indice_encomendas_cli
                   and ec-retida(enc-escolhida))
                 display "Erro - essa encomenda nao esta retida"
                 display "Se quiseres cancelar escreve 0"
                 display "volta a introduzir outro numero: "
                 accept enc-escolhida
                 if enc-escolhida equal to 0
                    perform menu-principal
                 end-if
              end-perform
              move ec-id-cliente(enc-escolhida) to credito-cliente
              move zero to credito-ignorar
              move zero to credito-valor-novo
              perform verificar-credito-cliente
              perform pedir-motivo-credito
              perform bloquear-encomendas-cli
              if encc-bloqueio = 0
                 display "A encomenda nao foi libertada"
              else
                 perform gravar-encomenda-libertada
                 perform libertar-encomendas-cli
              end-if
           end-if.

       gravar-encomenda-libertada.
           if ec-retida(enc-escolhida)
              move "l" to ec-estado(enc-escolhida)
              perform salvar-encomendas-cli
              move spaces to audit-valor-novo
              string "encomenda " ec-id(enc-escolhida)
                 " libertada - " credito-motivo
                 delimited by size into audit-valor-novo
              end-string
              perform auditar-credito
              display "Encomenda " ec-id(enc-escolhida)
                 " libertada - ja pode ser faturada"
           else
              display "Erro - a encomenda ja nao esta retida (foi "
              "alterada noutro posto)"
           end-if.
           display "-----------------".

       alterar-credito-cliente.
           display "Insira o limite de credito (0 sem limite): ".
           accept limite-cliente(procurar).
           display "Estado do cliente (n - normal, b - bloqueado): ".
           accept estado-cliente(procurar).
           perform until (estado-cliente(procurar) = "n" or
                          estado-cliente(procurar) = "N" or
                          estado-cliente(procurar) = "b" or
                          estado-cliente(procurar) = "B")
              display "ERRO - estado errado"
              display "Estado do cliente (n - normal, b - bloqueado): "
              accept estado-cliente(procurar)
           end-perform.

       relatorio-excesso-credito.
      *    clientes bloqueados, acima ou perto do limite, ou com
      *    faturas em atraso ou no ultimo aviso; tambem para ficheiro
           perform carregar-pagamentos.
           perform carregar-notas.
           perform carregar-niveis-avisos.
           move zero to credito-ignorar.
           move zero to credito-listados.
           open output arquivo-excesso-credito.
           move spaces to linha-excesso-credito.
           string "CLIENTES EM EXCESSO DE CREDITO - "
              function current-date(7:2) "/"
              function current-date(5:2) "/"
              function current-date(1:4)
              delimited by size into linha-excesso-credito
           end-string.
           write linha-excesso-credito.
           display "-----------------".
           display linha-excesso-credito.
           perform varying credito-cliente from 1 by 1 until
                credito-cliente > indice_cliente
              if descricao-cliente(credito-cliente) not equal to
                 "apagado"
                 perform avaliar-excesso-credito
              end-if
           end-perform.
           move spaces to linha-excesso-credito.
           string "Clientes listados: " credito-listados
              delimited by size into linha-excesso-credito
           end-string.
           write linha-excesso-credito.
           close arquivo-excesso-credito.
           display linha-excesso-credito.
           display "Relatorio gravado em excesso-credito.txt".
           display "-----------------".

       avaliar-excesso-credito.
           perform calcular-saldo-credito.
           move zero to credito-percentagem.
           if limite-cliente(credito-cliente) > 0
              compute credito-percentagem = credito-saldo * 100 /
                 limite-cliente(credito-cliente)
                 on size error move 99999 to credito-percentagem
              end-compute
           end-if.
           if cliente-bloqueado(credito-cliente) or
              credito-em-atraso > 0 or credito-no-nivel > 0 or
              (limite-cliente(credito-cliente) > 0 and
              credito-percentagem >= credito-aviso-percentagem)
              add 1 to credito-listados
              move credito-saldo to credito-saldo-edit
              move limite-cliente(credito-cliente) to
                 credito-limite-edit
              move spaces to linha-excesso-credito
              string credito-cliente " "
                 nome-cliente(credito-cliente)(1:30)
                 " aberto " credito-saldo-edit
                 " limite " credito-limite-edit
                 " " credito-percentagem "%"
                 delimited by size into linha-excesso-credito
              end-string
              write linha-excesso-credito
              display linha-excesso-credito
              evaluate true
                 when cliente-bloqueado(credito-cliente)
                    move "bloqueado" to credito-documento
                 when limite-cliente(credito-cliente) > 0 and
                    credito-saldo > limite-cliente(credito-cliente)
                    move "acima do limite" to credito-documento
                 when limite-cliente(credito-cliente) > 0 and
                    credito-percentagem >= credito-aviso-percentagem
                    move "perto do limite" to credito-documento
                 when other
                    move "dentro do limite" to credito-documento
              end-evaluate
              move spaces to linha-excesso-credito
              string "   " credito-documento
                 " faturas em atraso: " credito-em-atraso
                 ", no ultimo aviso: " credito-no-nivel
                 delimited by size into linha-excesso-credito
              end-string
              write linha-excesso-credito
              display linha-excesso-credito
           end-if.

       pedir-dados-licor.
      *    so os licores pagam IABA: volume de cada unidade e teor
      *    alcoolico do produto iaba-produto
           if tipo-produto(iaba-produto) = "l" or
              tipo-produto(iaba-produto) = "L"
              display "Volume de cada unidade em litros (ex: 0.700): "
              accept volume-produto(iaba-produto)
              perform until volume-produto(iaba-produto) > 0
                 display "Erro - volume invalido"
                 display "Volta a introduzir o volume em litros: "
                 accept volume-produto(iaba-produto)
              end-perform
              display "Teor alcoolico em % vol (ex: 18.5): "
              accept teor-produto(iaba-produto)
              perform until teor-produto(iaba-produto) > 0
                 display "Erro - teor alcoolico invalido"
                 display "Volta a introduzir o teor em % vol: "
                 accept teor-produto(iaba-produto)
              end-perform
           else
              move zero to volume-produto(iaba-produto)
              move zero to teor-produto(iaba-produto)
           end-if.

       calcular-iaba.
      *    litros de produto e de alcool puro de iaba-qt unidades do
      *    licor iaba-produto; nas vendas tambem o imposto, a taxa em
      *    vigor na data iaba-data
           compute iaba-litros rounded =
              iaba-qt * volume-produto(iaba-produto).
           compute iaba-alcool rounded =
              iaba-litros * teor-produto(iaba-produto) / 100.
           move zero to iaba-imposto.
           if iaba-tipo = "V"
              perform procurar-taxa-iaba
              compute iaba-imposto rounded =
                 iaba-alcool * iaba-taxa / 100
           end-if.

       procurar-taxa-iaba.
           move zero to iaba-taxa.
           move zero to iaba-taxa-data.
           open input arquivo-taxa-iaba.
           move "n" to final-arquivo.
           perform leia-proxima-taxa-iaba.
           perform escolhe-taxa-iaba
               until final-arquivo = "s".
           close arquivo-taxa-iaba.
           if iaba-taxa-data = zero
              display "Aviso - nao ha taxa de IABA registada para "
                 iaba-data(7:2) "/" iaba-data(5:2) "/"
                 iaba-data(1:4) "; o imposto fica a zero"
           end-if.

       leia-proxima-taxa-iaba.
           read arquivo-taxa-iaba at end move "s" to
           final-arquivo.

       escolhe-taxa-iaba.
           if registo-taxa-iaba-data <= iaba-data and
              registo-taxa-iaba-data >= iaba-taxa-data
              move registo-taxa-iaba-data to iaba-taxa-data
              move registo-taxa-iaba-taxa to iaba-taxa
           end-if.
           perform leia-proxima-taxa-iaba.

       gravar-movimento-iaba.
      *    as quantidades ficam com o sinal do efeito no stock e o
      *    imposto com o sinal do efeito no imposto a pagar
           move iaba-tipo to registo-iaba-tipo.
           move iaba-data to registo-iaba-data.
           move iaba-produto to registo-iaba-id-produto.
           move iaba-lote to registo-iaba-lote.
           compute registo-iaba-unidades = iaba-qt * iaba-sinal-stock.
           compute registo-iaba-litros =
              iaba-litros * iaba-sinal-stock.
           compute registo-iaba-alcool =
              iaba-alcool * iaba-sinal-stock.
           compute registo-iaba-imposto =
              iaba-imposto * iaba-sinal-imposto.
           move iaba-doc-tipo to registo-iaba-doc-tipo.
           move iaba-doc-ano to registo-iaba-doc-ano.
           move iaba-doc-numero to registo-iaba-doc-numero.
           move iaba-doc-linha to registo-iaba-doc-linha.
           open extend arquivo-iaba.
           write registo-iaba.
           close arquivo-iaba.

       leia-proximo-iaba.
           read arquivo-iaba at end move "s" to
           final-arquivo.

       registar-iaba-fatura.
      *    cada linha de licor da fatura acabada de emitir sai do
      *    entreposto e paga o imposto a taxa da data da fatura
           perform varying iaba-linha from 1 by 1 until iaba-linha >
                n-produtos-fatura(indice_faturas)
              move id-produtos-fatura(indice_faturas,iaba-linha) to
                 iaba-produto
              if tipo-produto(iaba-produto) = "l" or
                 tipo-produto(iaba-produto) = "L"
                 move "V" to iaba-tipo
                 move doc-data to iaba-data
                 move lote-produto-fatura(indice_faturas,iaba-linha)
                    to iaba-lote
                 move quantidade-produto-fatura(indice_faturas,
                    iaba-linha) to iaba-qt
                 move -1 to iaba-sinal-stock
                 move 1 to iaba-sinal-imposto
                 move doc-tipo to iaba-doc-tipo
                 move doc-ano to iaba-doc-ano
                 move doc-numero to iaba-doc-numero
                 move iaba-linha to iaba-doc-linha
                 perform calcular-iaba
                 perform gravar-movimento-iaba
              end-if
           end-perform.

       procurar-iaba-venda.
      *    imposto por unidade pago na linha iaba-doc-linha da fatura
      *    iaba-doc-ano/iaba-doc-numero; zero se a venda for anterior
      *    ao registo dos movimentos do IABA
           move zero to iaba-encontrado.
           move zero to iaba-unitario.
           open input arquivo-iaba.
           move "n" to final-arquivo.
           perform leia-proximo-iaba.
           perform compara-iaba-venda
               until final-arquivo = "s".
           close arquivo-iaba.

       compara-iaba-venda.
           if registo-iaba-tipo = "V" and
              registo-iaba-doc-tipo = "FT" and
              registo-iaba-doc-ano = iaba-doc-ano and
              registo-iaba-doc-numero = iaba-doc-numero and
              registo-iaba-doc-linha = iaba-doc-linha and
              registo-iaba-unidades < 0
              move 1 to iaba-encontrado
              compute iaba-unitario rounded = registo-iaba-imposto /
                 (0 - registo-iaba-unidades)
           end-if.
           perform leia-proximo-iaba.

       registar-iaba-devolucao.
      *    o licor devolvido volta ao entreposto e o imposto pago na
      *    linha original e estornado pelas unidades devolvidas
           perform varying y from 1 by 1 until y >
                indice_nota_linhas
              move id-produtos-fatura(devolucao-id-fatura,
                 nl-tmp-linha(y)) to iaba-produto
              if tipo-produto(iaba-produto) = "l" or
                 tipo-produto(iaba-produto) = "L"
                 move fdoc-ano(devolucao-id-fatura) to iaba-doc-ano
                 move fdoc-numero(devolucao-id-fatura) to
                    iaba-doc-numero
                 move nl-tmp-linha(y) to iaba-doc-linha
                 perform procurar-iaba-venda
                 move "D" to iaba-tipo
                 move doc-data to iaba-data
                 move lote-produto-fatura(devolucao-id-fatura,
                    nl-tmp-linha(y)) to iaba-lote
                 move nl-tmp-qt(y) to iaba-qt
                 perform calcular-iaba
                 compute iaba-imposto rounded =
                    iaba-unitario * iaba-qt
                 move 1 to iaba-sinal-stock
                 move -1 to iaba-sinal-imposto
                 move doc-tipo to iaba-doc-tipo
                 move doc-ano to iaba-doc-ano
                 move doc-numero to iaba-doc-numero
                 move nl-tmp-linha(y) to iaba-doc-linha
                 perform gravar-movimento-iaba
              end-if
           end-perform.

       registar-iaba-anulacao.
      *    a fatura anulada devolve o licor ao entreposto e estorna
      *    todo o imposto das suas linhas
           perform varying y from 1 by 1 until y >
                n-produtos-fatura(procurar)
              move id-produtos-fatura(procurar,y) to iaba-produto
              if tipo-produto(iaba-produto) = "l" or
                 tipo-produto(iaba-produto) = "L"
                 move "FT" to iaba-doc-tipo
                 move fdoc-ano(procurar) to iaba-doc-ano
                 move fdoc-numero(procurar) to iaba-doc-numero
                 move y to iaba-doc-linha
                 perform procurar-iaba-venda
                 move "N" to iaba-tipo
                 move function current-date(1:8) to iaba-data
                 move lote-produto-fatura(procurar,y) to iaba-lote
                 move quantidade-produto-fatura(procurar,y) to iaba-qt
                 perform calcular-iaba
                 compute iaba-imposto rounded =
                    iaba-unitario * iaba-qt
                 move 1 to iaba-sinal-stock
                 move -1 to iaba-sinal-imposto
                 perform gravar-movimento-iaba
              end-if
           end-perform.

       registar-iaba-ajuste.
      *    diferenca do inventario fisico de um licor (quebras e
      *    recontagens dentro do entreposto, sem imposto)
           move indice to iaba-produto.
           move mov-stock-anterior to iaba-ajuste-anterior.
           move contagem-produto(indice) to iaba-ajuste-novo.
           perform registar-iaba-diferenca.

       registar-iaba-diferenca.
      *    ajuste do stock do licor iaba-produto de
      *    iaba-ajuste-anterior para iaba-ajuste-novo; tambem o stock
      *    escrito a mao na ficha do produto, para a declaracao
      *    continuar a bater com o inventario
           move "A" to iaba-tipo.
           move function current-date(1:8) to iaba-data.
           move zero to iaba-lote.
           if iaba-ajuste-novo > iaba-ajuste-anterior
              compute iaba-qt = iaba-ajuste-novo -
                 iaba-ajuste-anterior
              move 1 to iaba-sinal-stock
           else
              compute iaba-qt = iaba-ajuste-anterior -
                 iaba-ajuste-novo
              move -1 to iaba-sinal-stock
           end-if.
           move zero to iaba-sinal-imposto.
           move "AJ" to iaba-doc-tipo.
           move iaba-data(1:4) to iaba-doc-ano.
           move zero to iaba-doc-numero.
           move zero to iaba-doc-linha.
           perform calcular-iaba.
           perform gravar-movimento-iaba.

       carregar-iaba-fatura.
      *    imposto e alcool puro de cada linha da fatura a imprimir
           move zero to iaba-total-fatura.
           perform varying iaba-linha from 1 by 1 until iaba-linha > 20
              move zero to iaba-linha-imposto(iaba-linha)
              move zero to iaba-linha-alcool(iaba-linha)
           end-perform.
           if fdoc-numero(impressao-id-fatura) > 0
              open input arquivo-iaba
              move "n" to final-arquivo
              perform leia-proximo-iaba
              perform junta-iaba-fatura
                  until final-arquivo = "s"
              close arquivo-iaba
           end-if.

       junta-iaba-fatura.
           if registo-iaba-tipo = "V" and
              registo-iaba-doc-tipo = "FT" and
              registo-iaba-doc-ano = fdoc-ano(impressao-id-fatura) and
              registo-iaba-doc-numero =
              fdoc-numero(impressao-id-fatura) and
              registo-iaba-doc-linha > 0 and
              registo-iaba-doc-linha <= 20
              move registo-iaba-doc-linha to iaba-linha
              add registo-iaba-imposto to
                 iaba-linha-imposto(iaba-linha)
              compute iaba-linha-alcool(iaba-linha) =
                 iaba-linha-alcool(iaba-linha) - registo-iaba-alcool
              add registo-iaba-imposto to iaba-total-fatura
           end-if.
           perform leia-proximo-iaba.

       registar-taxa-iaba.
           display "-----------------".
           display "Taxas do IABA registadas (por hl de alcool puro):".
           move zero to iaba-encontrado.
           open input arquivo-taxa-iaba.
           move "n" to final-arquivo.
           perform leia-proxima-taxa-iaba.
           perform mostra-taxa-iaba
               until final-arquivo = "s".
           close arquivo-taxa-iaba.
           if iaba-encontrado = 0
              display "Ainda nao ha nenhuma taxa registada"
           end-if.
           display "Dia a partir do qual a taxa se aplica: ".
           accept iaba-dia-taxa.
           perform until (iaba-dia-taxa > 0 and iaba-dia-taxa < 32)
              display "Introduziste um dia invalido"
              display "envia 0 para cancelar"
              display "Qual e o dia?: "
              accept iaba-dia-taxa
              if iaba-dia-taxa equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Mes: ".
           accept iaba-mes-taxa.
           perform until (iaba-mes-taxa > 0 and iaba-mes-taxa < 13)
              display "O mes que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o mes?: "
              accept iaba-mes-taxa
              if iaba-mes-taxa equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Ano: ".
           accept iaba-ano-taxa.
           perform until (iaba-ano-taxa > 2009 and iaba-ano-taxa < 2041)
              display "O ano que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o ano?: "
              accept iaba-ano-taxa
              if iaba-ano-taxa equal to 0
                 perform menu-principal
              end-if
           end-perform.
           compute iaba-data = iaba-ano-taxa * 10000 +
              iaba-mes-taxa * 100 + iaba-dia-taxa.
           move zero to iaba-taxa.
           move zero to iaba-taxa-data.
           open input arquivo-taxa-iaba.
           move "n" to final-arquivo.
           perform leia-proxima-taxa-iaba.
           perform escolhe-taxa-iaba
               until final-arquivo = "s".
           close arquivo-taxa-iaba.
           move iaba-taxa to iaba-taxa-edit.
           move spaces to audit-valor-antigo.
           string "taxa em vigor nessa data " iaba-taxa-edit
              delimited by size into audit-valor-antigo
           end-string.
           display "Taxa em euros por hectolitro de alcool puro: ".
           accept iaba-taxa.
           perform until iaba-taxa > 0
              display "Erro - taxa invalida"
              display "envia 0 para cancelar"
              display "Qual e a taxa?: "
              accept iaba-taxa
              if iaba-taxa equal to 0
                 perform menu-principal
              end-if
           end-perform.
           move iaba-taxa to iaba-taxa-edit.
           move spaces to audit-valor-novo.
           string "taxa " iaba-taxa-edit " desde " iaba-dia-taxa "/"
              iaba-mes-taxa "/" iaba-ano-taxa
              delimited by size into audit-valor-novo
           end-string.
           move iaba-data to registo-taxa-iaba-data.
           move iaba-taxa to registo-taxa-iaba-taxa.
           move spaces to registo-taxa-iaba-operador.
           string operador-id " - " operador-atual
              delimited by size into registo-taxa-iaba-operador
           end-string.
           open extend arquivo-taxa-iaba.
           write registo-taxa-iaba.
           close arquivo-taxa-iaba.
           move "IABA" to audit-tabela.
           move zero to audit-id.
           perform registar-auditoria.
           display "Taxa do IABA registada".
           display "-----------------".

       mostra-taxa-iaba.
           move 1 to iaba-encontrado.
           move registo-taxa-iaba-taxa to iaba-taxa-edit.
           display "Desde " registo-taxa-iaba-data(7:2) "/"
              registo-taxa-iaba-data(5:2) "/"
              registo-taxa-iaba-data(1:4) ": " iaba-taxa-edit
              " euros/hl  (" registo-taxa-iaba-operador ")".
           perform leia-proxima-taxa-iaba.

       declaracao-iaba.
      *    movimentos do mes por produto e lote, com o licor
      *    introduzido no consumo e o imposto, e o stock de cada
      *    licor no inicio e no fim do mes para conferir com o
      *    inventario fisico
           display "-----------------".
           display "Mes da declaracao: ".
           accept iaba-mes.
           perform until (iaba-mes > 0 and iaba-mes < 13)
              display "O mes que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o mes da declaracao?: "
              accept iaba-mes
              if iaba-mes equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Ano da declaracao: ".
           accept iaba-ano.
           perform until (iaba-ano > 2009 and iaba-ano < 2041)
              display "O ano que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o ano da declaracao?: "
              accept iaba-ano
              if iaba-ano equal to 0
                 perform menu-principal
              end-if
           end-perform.
           compute iaba-periodo = iaba-ano * 100 + iaba-mes.
           perform gerar-declaracao-iaba.

       gerar-declaracao-iaba.
           move zero to indice_declaracao_iaba.
           perform varying iaba-pos from 1 by 1 until iaba-pos > 99
              move zero to ip-movimento-mes(iaba-pos)
              move zero to ip-movimento-depois(iaba-pos)
           end-perform.
           open input arquivo-iaba.
           move "n" to final-arquivo.
           perform leia-proximo-iaba.
           perform junta-declaracao-iaba
               until final-arquivo = "s".
           close arquivo-iaba.
           open output arquivo-declaracao-iaba.
           move spaces to linha-declaracao-iaba.
           string "DECLARACAO DO IABA - LICORES - PERIODO "
              iaba-mes "/" iaba-ano
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move all "-" to linha-declaracao-iaba.
           perform escrever-linha-iaba.
           move zero to iaba-total-imposto.
           perform varying iaba-pos from 1 by 1 until iaba-pos >
                indice_declaracao_iaba
              perform escrever-lote-iaba
           end-perform.
           if indice_declaracao_iaba = 0
              move "Sem movimentos de licores neste periodo" to
                 linha-declaracao-iaba
              perform escrever-linha-iaba
           end-if.
           move all "-" to linha-declaracao-iaba.
           perform escrever-linha-iaba.
           move "Stock dos licores (conferir com o inventario fisico)"
              to linha-declaracao-iaba.
           perform escrever-linha-iaba.
           perform varying iaba-produto from 1 by 1 until
                iaba-produto > indice_produtos
              if (tipo-produto(iaba-produto) = "l" or
                 tipo-produto(iaba-produto) = "L") and
                 descricao-produto(iaba-produto) not = "apagado"
                 perform escrever-stock-iaba
              end-if
           end-perform.
           move all "-" to linha-declaracao-iaba.
           perform escrever-linha-iaba.
           move iaba-total-imposto to iaba-imposto-edit.
           move spaces to linha-declaracao-iaba.
           string "Total do imposto a pagar no periodo: "
              iaba-imposto-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           close arquivo-declaracao-iaba.
           display "Declaracao gravada em declaracao-iaba.txt".
           display "-----------------".

       escrever-linha-iaba.
           write linha-declaracao-iaba.
           display linha-declaracao-iaba.

       junta-declaracao-iaba.
           compute iaba-registo-periodo = registo-iaba-data / 100.
           if registo-iaba-id-produto > 0
              if iaba-registo-periodo = iaba-periodo
                 perform procurar-linha-declaracao
                 add registo-iaba-unidades to
                    ip-movimento-mes(registo-iaba-id-produto)
              else
                 if iaba-registo-periodo > iaba-periodo
                    add registo-iaba-unidades to
                       ip-movimento-depois(registo-iaba-id-produto)
                 end-if
              end-if
           end-if.
           perform leia-proximo-iaba.

       procurar-linha-declaracao.
           move zero to iaba-encontrado.
           perform varying iaba-pos from 1 by 1 until iaba-pos >
                indice_declaracao_iaba or iaba-encontrado = 1
              if di-produto(iaba-pos) = registo-iaba-id-produto and
                 di-lote(iaba-pos) = registo-iaba-lote
                 move 1 to iaba-encontrado
              end-if
           end-perform.
           if iaba-encontrado = 1
              subtract 1 from iaba-pos
           else
              if indice_declaracao_iaba < 200
                 add 1 to indice_declaracao_iaba
                 move indice_declaracao_iaba to iaba-pos
                 move registo-iaba-id-produto to di-produto(iaba-pos)
                 move registo-iaba-lote to di-lote(iaba-pos)
                 move zero to di-produzido(iaba-pos)
                 move zero to di-vendido(iaba-pos)
                 move zero to di-devolvido(iaba-pos)
                 move zero to di-ajustado(iaba-pos)
                 move zero to di-litros(iaba-pos)
                 move zero to di-alcool(iaba-pos)
                 move zero to di-imposto(iaba-pos)
                 move 1 to iaba-encontrado
              end-if
           end-if.
           if iaba-encontrado = 1
              evaluate registo-iaba-tipo
                 when "P"
                    add registo-iaba-unidades to di-produzido(iaba-pos)
                 when "V"
                    subtract registo-iaba-unidades from
                       di-vendido(iaba-pos)
                 when "A"
                    add registo-iaba-unidades to di-ajustado(iaba-pos)
                 when other
                    add registo-iaba-unidades to
                       di-devolvido(iaba-pos)
              end-evaluate
              if registo-iaba-tipo = "V" or registo-iaba-tipo = "D"
                 or registo-iaba-tipo = "N"
                 subtract registo-iaba-litros from di-litros(iaba-pos)
                 subtract registo-iaba-alcool from di-alcool(iaba-pos)
              end-if
              add registo-iaba-imposto to di-imposto(iaba-pos)
           end-if.

       escrever-lote-iaba.
           move spaces to linha-declaracao-iaba.
           string "Produto " di-produto(iaba-pos) " "
              nome-produto(di-produto(iaba-pos))(1:30)
              "  Lote L" di-lote(iaba-pos)
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move spaces to linha-declaracao-iaba.
           move di-produzido(iaba-pos) to iaba-qt-edit.
           string "   Producao: " iaba-qt-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move di-vendido(iaba-pos) to iaba-qt-edit.
           move spaces to linha-declaracao-iaba.
           string "   Vendas: " iaba-qt-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move di-devolvido(iaba-pos) to iaba-qt-edit.
           move spaces to linha-declaracao-iaba.
           string "   Devolucoes/anulacoes: " iaba-qt-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move di-ajustado(iaba-pos) to iaba-qt-edit.
           move spaces to linha-declaracao-iaba.
           string "   Ajustes de inventario: " iaba-qt-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move di-litros(iaba-pos) to iaba-litros-edit.
           move spaces to linha-declaracao-iaba.
           string "   Introduzido no consumo: " iaba-litros-edit
              " l de produto"
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move di-alcool(iaba-pos) to iaba-litros-edit.
           move di-imposto(iaba-pos) to iaba-imposto-edit.
           move spaces to linha-declaracao-iaba.
           string "   Alcool puro: " iaba-litros-edit
              " l   Imposto: " iaba-imposto-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           add di-imposto(iaba-pos) to iaba-total-imposto.

       escrever-stock-iaba.
      *    stock final = stock atual menos o que se movimentou depois
      *    do periodo; stock inicial = final menos o movimento do mes
           compute iaba-stock-final = stock-produto(iaba-produto) -
              ip-movimento-depois(iaba-produto).
           compute iaba-stock-inicial = iaba-stock-final -
              ip-movimento-mes(iaba-produto).
           move spaces to linha-declaracao-iaba.
           string "Produto " iaba-produto " "
              nome-produto(iaba-produto)(1:30)
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move iaba-stock-inicial to iaba-qt-edit.
           move spaces to linha-declaracao-iaba.
           string "   Stock inicial: " iaba-qt-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move ip-movimento-mes(iaba-produto) to iaba-qt-edit.
           move spaces to linha-declaracao-iaba.
           string "   Movimento do mes: " iaba-qt-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.
           move iaba-stock-final to iaba-qt-edit.
           move spaces to linha-declaracao-iaba.
           string "   Stock final: " iaba-qt-edit
              delimited by size into linha-declaracao-iaba
           end-string.
           perform escrever-linha-iaba.

       remapear-iaba.
      *    os movimentos do IABA guardam o id do produto; os de
      *    produtos arquivados ficam com o produto a zero para os
      *    totais de meses anteriores nao mudarem
           move zero to indice_iab_tmp.
           open input arquivo-iaba.
           move "n" to final-arquivo.
           perform leia-proximo-iaba.
           perform guardar-iaba-tmp
               until final-arquivo = "s".
           close arquivo-iaba.
           open output arquivo-iaba.
           perform varying w from 1 by 1 until w > indice_iab_tmp
                move iab-tmp-registo(w) to registo-iaba
                if registo-iaba-id-produto > 0
                   move remap-produto(registo-iaba-id-produto) to
                      registo-iaba-id-produto
                end-if
                write registo-iaba
           end-perform.
           close arquivo-iaba.

       guardar-iaba-tmp.
           if indice_iab_tmp < 999
              add 1 to indice_iab_tmp
              move registo-iaba to iab-tmp-registo(indice_iab_tmp)
           end-if.
           perform leia-proximo-iaba.

       processamento-noturno.
      *    corre sem login nem perguntas os passos pedidos na linha
      *    de comando, por exemplo a partir do agendador:
      *       trabalho NOTURNO passos [aaaammdd [aaaamm [ano]]]
      *    passos, que correm sempre por esta ordem: M faturas dos
      *    modelos, F fecho do dia, A avisos de cobranca, V
      *    verificacao de integridade, C exportacao CSV, S SAF-T,
      *    E clientes em excesso de credito, I declaracao do IABA e
      *    R arquivo de fim de ano; a data e por omissao a de hoje,
      *    o periodo (C, S e I) e o mes da data e o ano de corte so
      *    e preciso com o R
      *    codigo de retorno: 0 sem problemas, 4 com avisos, 8 um
      *    passo falhou e os seguintes nao correram, 12 parametros
      *    errados ou ficheiros no formato antigo
           move zero to noturno-retorno.
           move zero to operador-id.
           move 3 to operador-perfil.
           move "PROCESSAMENTO NOTURNO" to operador-atual.
           open extend arquivo-noturno.
           move all "=" to linha-noturno.
           perform escrever-linha-noturno.
           perform hora-noturno.
           move spaces to linha-noturno.
           string "PROCESSAMENTO NOTURNO " function current-date(7:2)
              "/" function current-date(5:2) "/"
              function current-date(1:4) " " noturno-hora
              delimited by size into linha-noturno
           end-string.
           perform escrever-linha-noturno.
           move spaces to linha-noturno.
           string "Parametros: " linha-comando-noturno
              delimited by size into linha-noturno
           end-string.
           perform escrever-linha-noturno.
           perform validar-parametros-noturno.
           if noturno-erro = 1
              move 12 to noturno-retorno
              move "Uso: NOTURNO passos [aaaammdd [aaaamm [ano]]]"
                 to linha-noturno
              perform escrever-linha-noturno
              move "passos (por esta ordem): MFAVCSEIR"
                 to linha-noturno
              perform escrever-linha-noturno
           else
              perform registar-sessao
              perform recarregar-dados
              if mestres-formato-antigo = 1
                 move 12 to noturno-retorno
                 move "Erro - ficheiros no formato antigo; converte-os"
                    to linha-noturno
                 perform escrever-linha-noturno
                 move "no menu antes do processamento noturno"
                    to linha-noturno
                 perform escrever-linha-noturno
              else
                 perform carregar-retoma-noturno
                 perform executar-passos-noturno
              end-if
              perform terminar-sessao
           end-if.
      *    so uma execucao que parou num passo deixa o ponto de
      *    retoma; com parametros errados o que la estava fica
           if noturno-retorno < 8
              open output arquivo-retoma-noturno
              close arquivo-retoma-noturno
           end-if.
           perform hora-noturno.
           move spaces to linha-noturno.
           string "Fim " noturno-hora " - codigo de retorno "
              noturno-retorno
              delimited by size into linha-noturno
           end-string.
           perform escrever-linha-noturno.
           close arquivo-noturno.
           move noturno-retorno to return-code.

       validar-parametros-noturno.
           move zero to noturno-erro.
           inspect pn-passos converting "mfavcseir" to "MFAVCSEIR".
           move pn-chave to noturno-chave-pedida.
           if pn-passos = spaces
              move 1 to noturno-erro
              move "Erro - nao foram indicados os passos"
                 to linha-noturno
              perform escrever-linha-noturno
           end-if.
           perform varying noturno-pos from 1 by 1 until
                noturno-pos > 10
              if pn-passos(noturno-pos:1) not = space
                 move zero to noturno-pedido
                 inspect ordem-passos-noturno tallying noturno-pedido
                    for all pn-passos(noturno-pos:1)
                 if noturno-pedido = 0
                    move 1 to noturno-erro
                    move spaces to linha-noturno
                    string "Erro - passo desconhecido: "
                       pn-passos(noturno-pos:1)
                       delimited by size into linha-noturno
                    end-string
                    perform escrever-linha-noturno
                 end-if
              end-if
           end-perform.
           if pn-data = spaces
              move function current-date(1:8) to pn-data
           end-if.
           move zero to noturno-pedido.
           if pn-data is not numeric
              move 1 to noturno-pedido
           else
              if pn-dia < 1 or pn-dia > 31 or pn-mes < 1 or
                 pn-mes > 12 or pn-ano < 2010 or pn-ano > 2030
                 move 1 to noturno-pedido
              end-if
           end-if.
           if noturno-pedido = 1
              move 1 to noturno-erro
              move spaces to linha-noturno
              string "Erro - data invalida (aaaammdd): " pn-data
                 delimited by size into linha-noturno
              end-string
              perform escrever-linha-noturno
           else
              if pn-periodo = spaces
                 move pn-ano to pn-periodo-ano
                 move pn-mes to pn-periodo-mes
              end-if
              if pn-periodo is not numeric
                 move 1 to noturno-pedido
              else
                 if pn-periodo-mes < 1 or pn-periodo-mes > 12 or
                    pn-periodo-ano < 2010 or pn-periodo-ano > 2030
                    move 1 to noturno-pedido
                 end-if
              end-if
              if noturno-pedido = 1
                 move 1 to noturno-erro
                 move "Erro - periodo invalido (aaaamm)"
                    to linha-noturno
                 perform escrever-linha-noturno
              end-if
           end-if.
      *    a exportacao so corre depois da verificacao de integridade
      *    e o arquivo depois do fecho do dia: se faltarem, entram
           move "V" to noturno-passo.
           move zero to noturno-pedido.
           inspect pn-passos tallying noturno-pedido for all "C"
              all "S".
           if noturno-pedido > 0
              perform acrescentar-passo-noturno
           end-if.
           move "F" to noturno-passo.
           move zero to noturno-pedido.
           inspect pn-passos tallying noturno-pedido for all "R".
           if noturno-pedido > 0
              perform acrescentar-passo-noturno
              if pn-corte is not numeric
                 move 1 to noturno-erro
                 move "Erro - o arquivo (R) precisa do ano de corte"
                    to linha-noturno
                 perform escrever-linha-noturno
              else
                 if pn-corte-ano < 2010 or pn-corte-ano > 2030
                    move 1 to noturno-erro
                    move "Erro - ano de corte invalido"
                       to linha-noturno
                    perform escrever-linha-noturno
                 end-if
              end-if
           end-if.

       acrescentar-passo-noturno.
           move zero to noturno-pedido.
           inspect pn-passos tallying noturno-pedido
              for all noturno-passo.
           if noturno-pedido = 0
              move zero to noturno-tamanho
              inspect pn-passos tallying noturno-tamanho
                 for characters before initial space
              if noturno-tamanho > 9
                 move 1 to noturno-erro
                 move "Erro - passos a mais" to linha-noturno
                 perform escrever-linha-noturno
              else
                 move noturno-passo to
                    pn-passos(noturno-tamanho + 1:1)
                 move spaces to linha-noturno
                 string "Aviso - o passo " noturno-passo
                    " foi acrescentado porque outro passo depende dele"
                    delimited by size into linha-noturno
                 end-string
                 perform escrever-linha-noturno
              end-if
           end-if.

       carregar-retoma-noturno.
           move zero to indice_retoma.
           move zero to noturno-retomada.
           move zero to noturno-outra-execucao.
           open input arquivo-retoma-noturno.
           move "n" to final-arquivo.
           perform leia-proxima-retoma.
           perform guarda-retoma
               until final-arquivo = "s".
           close arquivo-retoma-noturno.
           if noturno-outra-execucao = 1
              move zero to indice_retoma
              move 4 to noturno-retorno
              move "Aviso - havia um ponto de retoma de uma execucao"
                 to linha-noturno
              perform escrever-linha-noturno
              move "com outros parametros, que foi posto de parte"
                 to linha-noturno
              perform escrever-linha-noturno
           end-if.
           if indice_retoma = 0
              open output arquivo-retoma-noturno
              move noturno-chave-pedida to registo-retoma-chave
              move "I" to registo-retoma-tipo
              move space to registo-retoma-passo
              move zero to registo-retoma-item
              move pn-data to registo-retoma-data
              move pn-periodo to registo-retoma-periodo
              write registo-retoma-noturno
              close arquivo-retoma-noturno
           else
              move 1 to noturno-retomada
              move "Retoma da execucao interrompida com os mesmos"
                 to linha-noturno
              perform escrever-linha-noturno
              move "parametros: o que ja foi feito nao se repete"
                 to linha-noturno
              perform escrever-linha-noturno
              move spaces to linha-noturno
              string "Data da execucao: " pn-dia "/" pn-mes "/"
                 pn-ano " periodo " pn-periodo-mes "/"
                 pn-periodo-ano
                 delimited by size into linha-noturno
              end-string
              perform escrever-linha-noturno
           end-if.

       leia-proxima-retoma.
           read arquivo-retoma-noturno at end move "s" to
           final-arquivo.

       guarda-retoma.
      *    o registo "I" guarda a data e o periodo com que a execucao
      *    comecou, que a retoma volta a usar
           if registo-retoma-chave not = noturno-chave-pedida
              move 1 to noturno-outra-execucao
           else
              if registo-retoma-tipo = "I"
                 move registo-retoma-data to pn-data
                 move registo-retoma-periodo to pn-periodo
              end-if
              if registo-retoma-tipo not = "I" and
                 indice_retoma < 300
                 add 1 to indice_retoma
                 move registo-retoma-tipo to rt-tipo(indice_retoma)
                 move registo-retoma-passo to rt-passo(indice_retoma)
                 move registo-retoma-item to rt-item(indice_retoma)
              end-if
           end-if.
           perform leia-proxima-retoma.

       procurar-retoma-noturno.
      *    noturno-item-feito fica a 1 se o ponto de retoma tiver
      *    noturno-tipo / noturno-passo / noturno-item
           move zero to noturno-item-feito.
           perform varying noturno-pos from 1 by 1 until
                noturno-pos > indice_retoma
              if rt-tipo(noturno-pos) = noturno-tipo and
                 rt-passo(noturno-pos) = noturno-passo and
                 rt-item(noturno-pos) = noturno-item
                 move 1 to noturno-item-feito
              end-if
           end-perform.

       registar-retoma-noturno.
      *    gravado logo a seguir a cada modelo faturado, cliente
      *    avisado ou passo concluido
           move noturno-chave-pedida to registo-retoma-chave.
           move noturno-tipo to registo-retoma-tipo.
           move noturno-passo to registo-retoma-passo.
           move noturno-item to registo-retoma-item.
           move pn-data to registo-retoma-data.
           move pn-periodo to registo-retoma-periodo.
           open extend arquivo-retoma-noturno.
           write registo-retoma-noturno.
           close arquivo-retoma-noturno.
           if indice_retoma < 300
              add 1 to indice_retoma
              move noturno-tipo to rt-tipo(indice_retoma)
              move noturno-passo to rt-passo(indice_retoma)
              move noturno-item to rt-item(indice_retoma)
           end-if.

       executar-passos-noturno.
           move zero to noturno-parar.
           perform varying noturno-ordem from 1 by 1 until
                noturno-ordem > 9 or noturno-parar = 1
              move ordem-passos-noturno(noturno-ordem:1) to
                 noturno-passo
              move zero to noturno-pedido
              inspect pn-passos tallying noturno-pedido
                 for all noturno-passo
              if noturno-pedido > 0
                 perform executar-passo-noturno
              end-if
           end-perform.

       executar-passo-noturno.
           evaluate noturno-passo
              when "M"
                 move "Faturas dos modelos" to noturno-descricao
              when "F"
                 move "Fecho do dia" to noturno-descricao
              when "A"
                 move "Avisos de cobranca" to noturno-descricao
              when "V"
                 move "Verificacao de integridade" to noturno-descricao
              when "C"
                 move "Exportacao CSV" to noturno-descricao
              when "S"
                 move "Exportacao SAF-T" to noturno-descricao
              when "E"
                 move "Clientes em excesso de credito" to
                    noturno-descricao
              when "I"
                 move "Declaracao do IABA" to noturno-descricao
              when "R"
                 move "Arquivo de fim de ano" to noturno-descricao
           end-evaluate.
           move "C" to noturno-tipo.
           move zero to noturno-item.
           perform procurar-retoma-noturno.
           if noturno-item-feito = 1
              move spaces to linha-noturno
              string "Passo " noturno-passo " " noturno-descricao
                 " - ja concluido, nao se repete"
                 delimited by size into linha-noturno
              end-string
              perform escrever-linha-noturno
           else
              perform hora-noturno
              move spaces to linha-noturno
              string "Passo " noturno-passo " " noturno-descricao
                 " - inicio " noturno-hora
                 delimited by size into linha-noturno
              end-string
              perform escrever-linha-noturno
              move zero to noturno-registos
              move zero to noturno-avisos
              move zero to noturno-falha
              perform libertar-bloqueios-sessao
              perform recarregar-dados
              evaluate noturno-passo
                 when "M"
                    perform passo-noturno-modelos
                 when "F"
                    perform passo-noturno-fecho
                 when "A"
                    perform passo-noturno-avisos
                 when "V"
                    perform passo-noturno-integridade
                 when "C"
                    perform passo-noturno-csv
                 when "S"
                    perform passo-noturno-saft
                 when "E"
                    perform passo-noturno-credito
                 when "I"
                    perform passo-noturno-iaba
                 when "R"
                    perform passo-noturno-arquivo
              end-evaluate
              evaluate true
                 when noturno-falha = 1
                    move "ERRO" to noturno-estado
                 when noturno-avisos > 0
                    move "AVISO" to noturno-estado
                 when other
                    move "OK" to noturno-estado
              end-evaluate
              perform hora-noturno
              move spaces to linha-noturno
              string "Passo " noturno-passo " - fim " noturno-hora
                 " registos " noturno-registos " avisos "
                 noturno-avisos " estado " noturno-estado
                 delimited by size into linha-noturno
              end-string
              perform escrever-linha-noturno
              if noturno-falha = 1
                 move 8 to noturno-retorno
                 move 1 to noturno-parar
                 move "Cadeia interrompida - os passos seguintes nao"
                    to linha-noturno
                 perform escrever-linha-noturno
                 move "correram; volta a lancar com os mesmos "
                    to linha-noturno
                 perform escrever-linha-noturno
                 move "parametros para retomar a partir deste passo"
                    to linha-noturno
                 perform escrever-linha-noturno
              else
                 move "C" to noturno-tipo
                 move zero to noturno-item
                 perform registar-retoma-noturno
                 if noturno-avisos > 0 and noturno-retorno < 4
                    move 4 to noturno-retorno
                 end-if
              end-if
           end-if.

       passo-noturno-modelos.
           move pn-dia to mod-dia.
           move pn-mes to mod-mes.
           move pn-ano to mod-ano.
           perform gerar-modelos-data.
           move mod-geradas to noturno-registos.
           add mod-falhados to noturno-avisos.

       gerar-modelo-noturno.
      *    cada modelo faturado fica no ponto de retoma; numa retoma
      *    tambem se procura a fatura do modelo nessa data, para o
      *    caso de a execucao ter parado antes de o registar
           move "E" to noturno-tipo.
           move "M" to noturno-passo.
           move mod-escolhido to noturno-item.
           perform procurar-retoma-noturno.
           if noturno-item-feito = 0 and noturno-retomada = 1
              perform procurar-fatura-modelo
           end-if.
           if noturno-item-feito = 1
              move spaces to linha-noturno
              string "   Modelo " mod-escolhido " "
                 mod-nome(mod-escolhido)
                 " ja foi faturado nesta execucao"
                 delimited by size into linha-noturno
              end-string
              perform escrever-linha-noturno
           else
              move zero to fatura-gravada
              perform gerar-fatura-modelo
              if fatura-gravada = 1
                 perform registar-retoma-noturno
              else
                 move spaces to linha-noturno
                 string "   Aviso - o modelo " mod-escolhido " "
                    mod-nome(mod-escolhido) " nao foi faturado"
                    delimited by size into linha-noturno
                 end-string
                 perform escrever-linha-noturno
              end-if
           end-if.

       procurar-fatura-modelo.
      *    fatura do mesmo cliente, na data pedida, com as mesmas
      *    linhas do modelo
           perform varying noturno-pos from 1 by 1 until
                noturno-pos > indice_faturas or noturno-item-feito = 1
              if descricao-fatura(noturno-pos) not equal to "apagado"
                 and id-cliente-fatura(noturno-pos) =
                 mod-id-cliente(mod-escolhido)
                 and dia-fatura(noturno-pos) = mod-dia
                 and mes-fatura(noturno-pos) = mod-mes
                 and ano-fatura(noturno-pos) = mod-ano
                 and n-produtos-fatura(noturno-pos) =
                 mod-n-produtos(mod-escolhido)
                 move 1 to noturno-item-feito
                 perform varying y from 1 by 1 until y >
                      mod-n-produtos(mod-escolhido)
                    if id-produtos-fatura(noturno-pos,y) not =
                       mod-id-produto(mod-escolhido,y) or
                       quantidade-produto-fatura(noturno-pos,y) not =
                       mod-quantidade(mod-escolhido,y)
                       move zero to noturno-item-feito
                    end-if
                 end-perform
              end-if
           end-perform.
           if noturno-item-feito = 1
              perform registar-retoma-noturno
           end-if.

       passo-noturno-fecho.
           if indice_fechos = 999
              move 1 to noturno-falha
              move "   Erro - limite de dias fechados atingido"
                 to linha-noturno
              perform escrever-linha-noturno
           else
              move pn-dia to fecho-dia
              move pn-mes to fecho-mes
              move pn-ano to fecho-ano
              perform fechar-dia
              evaluate true
                 when fecho-encontrado = 1
                    add 1 to noturno-avisos
                    move "   Aviso - o dia ja estava fechado"
                       to linha-noturno
                    perform escrever-linha-noturno
                 when formato-antigo = 1
                    move 1 to noturno-falha
                    move "   Erro - entradas de stock no formato antigo"
                       to linha-noturno
                    perform escrever-linha-noturno
                 when other
                    move fecho-n-faturas to noturno-registos
              end-evaluate
           end-if.

       passo-noturno-avisos.
           perform gerar-avisos.
           move aviso-gerados to noturno-registos.

       gerar-aviso-noturno.
      *    cada cliente avisado fica no ponto de retoma, para uma
      *    execucao retomada nao lhe subir outra vez o nivel
           move "E" to noturno-tipo.
           move "A" to noturno-passo.
           move aviso-cliente to noturno-item.
           perform procurar-retoma-noturno.
           if noturno-item-feito = 0
              perform gerar-aviso-cliente
              if aviso-tem-divida = 1
                 perform registar-retoma-noturno
              end-if
           end-if.

       passo-noturno-integridade.
           perform verificar-integridade.
           move indice_faturas to noturno-registos.
           if verif-problemas > 0
              move 1 to noturno-falha
              move spaces to linha-noturno
              string "   Erro - " verif-problemas
                 " problemas de integridade (ver verificacao.txt)"
                 delimited by size into linha-noturno
              end-string
              perform escrever-linha-noturno
           end-if.

       passo-noturno-csv.
           move pn-periodo-mes to export-mes.
           move pn-periodo-ano to export-ano.
           perform gerar-ficheiros-csv.
           move export-contador to noturno-registos.

       passo-noturno-saft.
           move pn-periodo-mes to saft-mes.
           move pn-periodo-ano to saft-ano.
           perform gerar-ficheiro-saft.
           move saft-contador to noturno-registos.

       passo-noturno-credito.
           perform relatorio-excesso-credito.
           move credito-listados to noturno-registos.

       passo-noturno-iaba.
           move pn-periodo-mes to iaba-mes.
           move pn-periodo-ano to iaba-ano.
           compute iaba-periodo = iaba-ano * 100 + iaba-mes.
           perform gerar-declaracao-iaba.
           move indice_declaracao_iaba to noturno-registos.

       passo-noturno-arquivo.
           perform verificar-outros-postos.
           if bloqueio-outros > 0
              move 1 to noturno-falha
              move "   Erro - ha outros postos a trabalhar"
                 to linha-noturno
              perform escrever-linha-noturno
           else
              move pn-corte-ano to arquivo-ano-corte
              perform executar-arquivo-ano
              if arq-abortar = 1
                 move 1 to noturno-falha
                 move "   Erro - arquivo cancelado (ver mensagens)"
                    to linha-noturno
                 perform escrever-linha-noturno
              else
                 compute noturno-registos = arq-cont-faturas +
                    arq-cont-clientes + arq-cont-produtos
              end-if
           end-if.

       hora-noturno.
           move spaces to noturno-hora.
           string function current-date(9:2) ":"
              function current-date(11:2) ":"
              function current-date(13:2)
              delimited by size into noturno-hora
           end-string.

       escrever-linha-noturno.
           write linha-noturno.
           display linha-noturno.

       relatorio-stock-baixo.
           display "-----------------".
           display "A partir de que stock consideras stock baixo?: ".
           accept limite-stock.
           display "-----------------".
           display "Compotas com stock baixo: ".
           perform varying indice from 1 by 1 until indice >
                indice_produtos
                if (descricao-produto(indice) not equal to "apagado")
                and (tipo-produto(indice) = "c" or
                tipo-produto(indice) = "C") and stock-produto(indice)
                < limite-stock
                display "Id: " id-produto(indice)
                ", Nome: " nome-produto(indice)
           display "Licores: " total-qt-licor " unidades"
           display "-----------------".

       relatorio-margem.
           display "-----------------".
           display "Dia inicial do periodo: ".
           accept margem-dia-ini.
           display "Mes inicial do periodo: ".
           accept margem-mes-ini.
           display "Ano inicial do periodo: ".
           accept margem-ano-ini.
           display "Dia final do periodo: ".
           accept margem-dia-fim.
           display "Mes final do periodo: ".
           accept margem-mes-fim.
           display "Ano final do periodo: ".
           accept margem-ano-fim.
           compute margem-data-ini = margem-ano-ini * 10000 +
              margem-mes-ini * 100 + margem-dia-ini.
           compute margem-data-fim = margem-ano-fim * 10000 +
              margem-mes-fim * 100 + margem-dia-fim.
           perform varying w from 1 by 1 until w > 99
              move zero to margem-venda-produto(w)
              move zero to margem-custo-produto(w)
              move zero to margem-qt-produto(w)
              move zero to margem-abaixo-produto(w)
              move zero to margem-venda-cliente(w)
              move zero to margem-custo-cliente(w)
              perform varying z from 1 by 1 until z > 20
                 move zero to margem-dev-qt(w,z)
              end-perform
           end-perform.
           move zero to margem-venda-compota.
           move zero to margem-custo-compota.
           move zero to margem-venda-marmelada.
           move zero to margem-custo-marmelada.
           move zero to margem-venda-licor.
           move zero to margem-custo-licor.
           move zero to margem-total-venda.
           move zero to margem-total-custo.
           move zero to margem-linhas-abaixo.
      *    as devolucoes abatem a quantidade vendida da linha da
      *    fatura original, seja qual for a data da nota de credito
           open input arquivo-nota-credito.
           move "n" to final-arquivo.
           perform leia-proxima-nota.
           perform soma-devolvido-margem
               until final-arquivo = "s".
           close arquivo-nota-credito.
           perform varying indice from 1 by 1 until indice >
                indice_faturas
                if descricao-fatura(indice) not equal to "apagado"
                   compute margem-data-fatura =
                      ano-fatura(indice) * 10000 +
                      mes-fatura(indice) * 100 + dia-fatura(indice)
                   if margem-data-fatura >= margem-data-ini and
                      margem-data-fatura <= margem-data-fim
                      perform varying y from 1 by 1 until y >
                         n-produtos-fatura(indice)
                         perform soma-linha-margem
                      end-perform
                   end-if
                end-if
           end-perform.
           display "Margem bruta entre " margem-dia-ini "/"
              margem-mes-ini "/" margem-ano-ini " e " margem-dia-fim
              "/" margem-mes-fim "/" margem-ano-fim
              " (vendas liquidas sem IVA - custo das vendas)".
           display "-----------------".
           display "Por produto: ".
           perform varying w from 1 by 1 until w > indice_produtos
              if margem-qt-produto(w) not = zero or
                 margem-venda-produto(w) not = zero
                 move nome-produto(w) to margem-nome
                 move margem-venda-produto(w) to margem-venda
                 move margem-custo-produto(w) to margem-custo
                 perform mostra-linha-margem
                 if margem-abaixo-produto(w) > 0
                    display "   ** " margem-abaixo-produto(w)
                       " linha(s) vendida(s) abaixo do custo"
                 end-if
                 if descricao-produto(w) not equal to "apagado" and
                    preco-produto(w) < custo-produto(w)
                    display "   ** preco atual abaixo do custo medio"
                 end-if
              end-if
           end-perform.
           display "-----------------".
           display "Por tipo de produto: ".
           move "Compotas" to margem-nome.
           move margem-venda-compota to margem-venda.
           move margem-custo-compota to margem-custo.
           perform mostra-linha-margem.
           move "Marmeladas" to margem-nome.
           move margem-venda-marmelada to margem-venda.
           move margem-custo-marmelada to margem-custo.
           perform mostra-linha-margem.
           move "Licores" to margem-nome.
           move margem-venda-licor to margem-venda.
           move margem-custo-licor to margem-custo.
           perform mostra-linha-margem.
           display "-----------------".
           display "Por cliente: ".
           perform varying w from 1 by 1 until w > indice_cliente
              if margem-venda-cliente(w) not = zero or
                 margem-custo-cliente(w) not = zero
                 move nome-cliente(w) to margem-nome
                 move margem-venda-cliente(w) to margem-venda
                 move margem-custo-cliente(w) to margem-custo
                 perform mostra-linha-margem
              end-if
           end-perform.
           display "-----------------".
           move "Total" to margem-nome.
           move margem-total-venda to margem-venda.
           move margem-total-custo to margem-custo.
           perform mostra-linha-margem.
           if margem-linhas-abaixo > 0
              display "Linhas vendidas abaixo do custo: "
                 margem-linhas-abaixo
           end-if.
           display "-----------------".

       soma-devolvido-margem.
           if registo-nota-id-fatura >= 1 and
              registo-nota-id-fatura <= 99 and
              registo-nota-linha >= 1 and
              registo-nota-linha <= 20
              add registo-nota-qt to
                 margem-dev-qt(registo-nota-id-fatura,
                 registo-nota-linha)
           end-if.
           perform leia-proxima-nota.

       soma-linha-margem.
           compute margem-qt-liquida =
              quantidade-produto-fatura(indice,y) -
              margem-dev-qt(indice,y).
           if margem-qt-liquida < 0
              move zero to margem-qt-liquida
           end-if.
           compute margem-venda-linha =
              preco-produto-fatura(indice,y) * margem-qt-liquida.
           compute margem-custo-linha =
              custo-produto-fatura(indice,y) * margem-qt-liquida.
           if margem-qt-liquida > 0 and
              preco-produto-fatura(indice,y) <
              custo-produto-fatura(indice,y)
              add 1 to margem-linhas-abaixo
              add 1 to margem-abaixo-produto(id-produtos-fatura
                 (indice,y))
           end-if.
           add margem-qt-liquida to
              margem-qt-produto(id-produtos-fatura(indice,y)).
           add margem-venda-linha to
              margem-venda-produto(id-produtos-fatura(indice,y)).
           add margem-custo-linha to
              margem-custo-produto(id-produtos-fatura(indice,y)).
           add margem-venda-linha to
              margem-venda-cliente(id-cliente-fatura(indice)).
           add margem-custo-linha to
              margem-custo-cliente(id-cliente-fatura(indice)).
           add margem-venda-linha to margem-total-venda.
           add margem-custo-linha to margem-total-custo.
           evaluate true
              when tipo-produto(id-produtos-fatura(indice,y)) = "c"
                 or tipo-produto(id-produtos-fatura(indice,y)) = "C"
                 add margem-venda-linha to margem-venda-compota
                 add margem-custo-linha to margem-custo-compota
              when tipo-produto(id-produtos-fatura(indice,y)) = "m"
                 or tipo-produto(id-produtos-fatura(indice,y)) = "M"
                 add margem-venda-linha to margem-venda-marmelada
                 add margem-custo-linha to margem-custo-marmelada
              when tipo-produto(id-produtos-fatura(indice,y)) = "l"
                 or tipo-produto(id-produtos-fatura(indice,y)) = "L"
                 add margem-venda-linha to margem-venda-licor
                 add margem-custo-linha to margem-custo-licor
           end-evaluate.

       mostra-linha-margem.
           compute margem-valor = margem-venda - margem-custo.
           if margem-venda not = zero
              compute margem-pct rounded =
                 margem-valor * 100 / margem-venda
           else
              move zero to margem-pct
           end-if.
           move margem-venda to margem-venda-edit.
           move margem-custo to margem-custo-edit.
           move margem-valor to margem-valor-edit.
           move margem-pct to margem-pct-edit.
           display margem-nome " vendas " margem-venda-edit
              " custo " margem-custo-edit " margem "
              margem-valor-edit " (" margem-pct-edit "%)".
           if margem-valor < 0
              display "   ** vendido abaixo do custo neste periodo"
           end-if.

       consultar-f.
           display "-----------------".
           display "Dados das faturas: ".
           perform varying y from 1 by 1 until y > indice_cliente
              if descricao-cliente(y) not equal to "apagado"
                 move y to aviso-cliente
                 if modo-noturno = 1
                    perform gerar-aviso-noturno
                 else
                    perform gerar-aviso-cliente
                 end-if
              end-if
           end-perform.
           display "Foram gerados " aviso-gerados " avisos".
                 accept opcao_continuar
              end-perform
              if sim
                 move zero to mov-ok
                 display "Codigo do motivo do ajuste(ex: QB quebra,"
                 " RC recontagem, RB roubo): "
                 accept inventario-motivo
                      if descricao-produto(indice) not equal to
                         "apagado" and contagem-produto(indice) not
                         equal to stock-produto(indice)
                         move indice to mov-produto
                         move contagem-produto(indice) to
                            mov-quantidade
                         move 1 to mov-absoluto
                         move zero to mov-com-custo
                         perform movimentar-stock
                         move zero to mov-absoluto
                      end-if
                      if mov-ok = 1
                         move zero to mov-ok
                         move id-produto(indice) to
                            registo-ajuste-id-produto
                         move mov-stock-anterior to
                            registo-ajuste-stock-sistema
                         move contagem-produto(indice) to
                            registo-ajuste-stock-contado
                         move function current-date(1:8) to
                            registo-ajuste-data
                         write registo-ajuste
                         if tipo-produto(indice) = "l" or
                            tipo-produto(indice) = "L"
                            perform registar-iaba-ajuste
                         end-if
                      end-if
                 end-perform
                 close arquivo-ajuste
                 display "Ajustes aplicados ao stock"
              else
                 display "Ajustes nao aplicados"
                 perform menu-principal
              end-if
           end-perform.
           perform fechar-dia.

       fechar-dia.
           compute fecho-data = fecho-ano * 10000 +
              fecho-mes * 100 + fecho-dia.
           move zero to fecho-encontrado.
           display "Fecho do dia " fecho-dia "/" fecho-mes "/"
              fecho-ano ":".
           move zero to fecho-total.
           move zero to fecho-n-faturas.
           move zero to fecho-qt-compota.
           move zero to fecho-qt-marmelada.
           move zero to fecho-qt-licor.
                      delimited by size into linha-fecho
                   end-string
                   write linha-fecho
                   add 1 to fecho-n-faturas
                   add valor-total-fatura(indice) to fecho-total
                   perform varying y from 1 by 1 until y >
                      n-produtos-fatura(indice)
           perform mostra-entrada-fecho
               until final-arquivo = "s".
           close arquivo-entrada-stock.
           move zero to fecho-rec-dinheiro.
           move zero to fecho-rec-multibanco.
           move zero to fecho-rec-transferencia.
           move zero to fecho-rec-outros.
           open input arquivo-pagamento.
           move "n" to final-arquivo.
           perform leia-proximo-pagamento.
           perform soma-recebimento-fecho
               until final-arquivo = "s".
           close arquivo-pagamento.
           perform mostra-recebimentos-fecho.
           move fecho-total to audit-valor-total-edit.
           display "Total faturado no dia: " audit-valor-total-edit.
           display "Compotas vendidas: " fecho-qt-compota.
           end-if.
           perform leia-proxima-entrada.

       soma-recebimento-fecho.
           if registo-pagamento-dia = fecho-dia and
              registo-pagamento-mes = fecho-mes and
              registo-pagamento-ano = fecho-ano
              evaluate registo-pagamento-metodo
                 when "dinheiro"
                    add registo-pagamento-valor to fecho-rec-dinheiro
                 when "multibanco"
                    add registo-pagamento-valor to
                       fecho-rec-multibanco
                 when "transferencia"
                    add registo-pagamento-valor to
                       fecho-rec-transferencia
                 when other
                    add registo-pagamento-valor to fecho-rec-outros
              end-evaluate
           end-if.
           perform leia-proximo-pagamento.

       mostra-recebimentos-fecho.
           display "Recebimentos do dia por metodo: ".
           move fecho-rec-dinheiro to audit-pago-edit.
           display "Dinheiro:       " audit-pago-edit.
           move spaces to linha-fecho.
           string "Recebido dinheiro " audit-pago-edit
              delimited by size into linha-fecho
           end-string.
           write linha-fecho.
           move fecho-rec-multibanco to audit-pago-edit.
           display "Multibanco:     " audit-pago-edit.
           move spaces to linha-fecho.
           string "Recebido multibanco " audit-pago-edit
              delimited by size into linha-fecho
           end-string.
           write linha-fecho.
           move fecho-rec-transferencia to audit-pago-edit.
           display "Transferencia:  " audit-pago-edit.
           move spaces to linha-fecho.
           string "Recebido transferencia " audit-pago-edit
              delimited by size into linha-fecho
           end-string.
           write linha-fecho.
           move fecho-rec-outros to audit-pago-edit.
           display "Outros metodos: " audit-pago-edit.
           move spaces to linha-fecho.
           string "Recebido outros " audit-pago-edit
              delimited by size into linha-fecho
           end-string.
           write linha-fecho.

       menu-caixa.
           display "-----------------".
           display "Caixa: ".
              accept opcao_continuar
           end-perform.
           if sim
              perform verificar-outros-postos
              if bloqueio-outros > 0
                 display "Arquivo cancelado - ha outros postos a "
                 "trabalhar; fecha o programa nesses postos primeiro"
              else
                 perform executar-arquivo-ano
              end-if
           else
              display "Arquivo cancelado"
           end-if.
              perform reescrever-ajustes
              perform remapear-receitas
              perform remapear-ordens
              perform remapear-consumos
              perform remapear-encomendas-forn
              perform remapear-encomendas-cli
              perform remapear-modelos
              perform remapear-avisos
              perform remapear-guias
              perform remapear-documentos
              perform remapear-iaba
              display "Arquivadas " arq-cont-faturas " faturas, "
                 arq-cont-clientes " clientes e "
                 arq-cont-produtos " produtos"
              perform reescrever-ficheiros-mestre
           end-if.

       contar-registos-arquivo.
              move 1 to arq-abortar
           end-if.
           move zero to arq-cont-seq.
           open input arquivo-consumo.
           move "n" to final-arquivo.
           perform leia-proximo-consumo.
           perform conta-seq-consumo
               until final-arquivo = "s".
           close arquivo-consumo.
           if arq-cont-seq > 999
              display "Erro - consumos-lote.dat tem registos a "
              "mais para reescrever"
              move 1 to arq-abortar
           end-if.
           move zero to arq-cont-seq.
           open input arquivo-aviso.
           move "n" to final-arquivo.
           perform leia-proximo-aviso.
           perform leia-proxima-guia.
           perform conta-seq-guia
               until final-arquivo = "s".
           close arquivo-guia.
           if arq-cont-seq > 999
              display "Erro - guias-remessa.dat tem registos a "
              "mais para reescrever"
              move 1 to arq-abortar
           end-if.
           move zero to arq-cont-seq.
           open input arquivo-iaba.
           move "n" to final-arquivo.
           perform leia-proximo-iaba.
           perform conta-seq-iaba
               until final-arquivo = "s".
           close arquivo-iaba.
           if arq-cont-seq > 999
              display "Erro - iaba-movimentos.dat tem registos a "
              "mais para reescrever"
              move 1 to arq-abortar
           end-if.
           end-if.
           perform leia-proxima-ordem.

       conta-seq-consumo.
           if arq-cont-seq < 9999
              add 1 to arq-cont-seq
           end-if.
           perform leia-proximo-consumo.

       conta-seq-aviso.
           if arq-cont-seq < 9999
              add 1 to arq-cont-seq
           end-if.
           perform leia-proxima-guia.

       conta-seq-iaba.
           if arq-cont-seq < 9999
              add 1 to arq-cont-seq
           end-if.
           perform leia-proximo-iaba.

       leia-proximo-ajuste.
           read arquivo-ajuste at end move "s" to
           final-arquivo.
                   registo-produto-fatura-arq-desc
                move lote-produto-fatura(indice,y) to
                   registo-produto-fatura-arq-lote
                move custo-produto-fatura(indice,y) to
                   registo-produto-fatura-arq-custo
                write registo-produto-fatura-arq
           end-perform.

                      registo-cliente-arq-descricao
                   move desconto-cliente(indice) to
                      registo-cliente-arq-desconto
                   move limite-cliente(indice) to
                      registo-cliente-arq-limite
                   move estado-cliente(indice) to
                      registo-cliente-arq-estado
                   write registo-cliente-arq
                   add 1 to arq-cont-clientes
                else
                      registo-produto-arq-taxa
                   move descricao-produto(indice) to
                      registo-produto-arq-descricao
                   move custo-produto(indice) to
                      registo-produto-arq-custo
                   move volume-produto(indice) to
                      registo-produto-arq-volume
                   move teor-produto(indice) to
                      registo-produto-arq-teor
                   write registo-produto-arq
                   add 1 to arq-cont-produtos
                else
                         taxa-iva-produto(arq-novo-indice)
                      move descricao-produto(indice) to
                         descricao-produto(arq-novo-indice)
                      move custo-produto(indice) to
                         custo-produto(arq-novo-indice)
                      move volume-produto(indice) to
                         volume-produto(arq-novo-indice)
                      move teor-produto(indice) to
                         teor-produto(arq-novo-indice)
                   end-if
                   move arq-novo-indice to
                      id-produto(arq-novo-indice)
                   move ord-tmp-val-dia(w) to registo-ordem-val-dia
                   move ord-tmp-val-mes(w) to registo-ordem-val-mes
                   move ord-tmp-val-ano(w) to registo-ordem-val-ano
                   move ord-tmp-custo(w) to registo-ordem-custo
                   write registo-ordem
                end-if
           end-perform.
                 ord-tmp-val-mes(indice_ord_tmp)
              move registo-ordem-val-ano to
                 ord-tmp-val-ano(indice_ord_tmp)
              move registo-ordem-custo to
                 ord-tmp-custo(indice_ord_tmp)
           end-if.
           perform leia-proxima-ordem.

       remapear-consumos.
      *    os consumos de ingredientes guardam o id do ingrediente;
      *    os de ingredientes arquivados sao descartados e os numeros
      *    de lote e de entrada mantem-se
           move zero to indice_con_tmp.
           open input arquivo-consumo.
           move "n" to final-arquivo.
           perform leia-proximo-consumo.
           perform guardar-consumo-tmp
               until final-arquivo = "s".
           close arquivo-consumo.
           open output arquivo-consumo.
           perform varying w from 1 by 1 until w > indice_con_tmp
                if con-tmp-ingrediente(w) > 0 and
                   remap-produto(con-tmp-ingrediente(w)) > 0
                   move con-tmp-lote(w) to registo-consumo-lote
                   move remap-produto(con-tmp-ingrediente(w)) to
                      registo-consumo-ingrediente
                   move con-tmp-quantidade(w) to
                      registo-consumo-quantidade
                   move con-tmp-entrada(w) to registo-consumo-entrada
                   move con-tmp-lote-ingr(w) to
                      registo-consumo-lote-ingr
                   write registo-consumo
                end-if
           end-perform.
           close arquivo-consumo.

       guardar-consumo-tmp.
           if indice_con_tmp < 999
              add 1 to indice_con_tmp
              move registo-consumo-lote to
                 con-tmp-lote(indice_con_tmp)
              move registo-consumo-ingrediente to
                 con-tmp-ingrediente(indice_con_tmp)
              move registo-consumo-quantidade to
                 con-tmp-quantidade(indice_con_tmp)
              move registo-consumo-entrada to
                 con-tmp-entrada(indice_con_tmp)
              move registo-consumo-lote-ingr to
                 con-tmp-lote-ingr(indice_con_tmp)
           end-if.
           perform leia-proximo-consumo.

       remapear-encomendas-forn.
           move zero to arq-novo-indice.
           perform varying indice from 1 by 1 until indice >

       remapear-guias.
      *    as guias guardam o id da fatura; as guias de faturas
      *    arquivadas passam para o arquivo de guias e as restantes
      *    passam a apontar para o novo id, mantendo o seu proprio
      *    numero
           move zero to indice_gui_tmp.
           open input arquivo-guia.
           move "n" to final-arquivo.
               until final-arquivo = "s".
           close arquivo-guia.
           open output arquivo-guia.
           open extend arquivo-guia-arq.
           perform varying w from 1 by 1 until w > indice_gui_tmp
                if gui-tmp-id-fatura(w) > 0 and
                   remap-fatura(gui-tmp-id-fatura(w)) > 0
                   move gui-tmp-ano(w) to registo-guia-ano
                   move gui-tmp-hora(w) to registo-guia-hora
                   write registo-guia
                else
                   move gui-tmp-id(w) to registo-guia-arq-id
                   move gui-tmp-id-fatura(w) to
                      registo-guia-arq-id-fatura
                   move gui-tmp-matricula(w) to
                      registo-guia-arq-matricula
                   move gui-tmp-condutor(w) to
                      registo-guia-arq-condutor
                   move gui-tmp-dia(w) to registo-guia-arq-dia
                   move gui-tmp-mes(w) to registo-guia-arq-mes
                   move gui-tmp-ano(w) to registo-guia-arq-ano
                   move gui-tmp-hora(w) to registo-guia-arq-hora
                   write registo-guia-arq
                end-if
           end-perform.
           close arquivo-guia.
           close arquivo-guia-arq.

       guardar-guia-tmp.
           if indice_gui_tmp < 999
           end-if.
           perform leia-proxima-guia.

       remapear-documentos.
      *    o registo de documentos nunca e renumerado nem apagado: os
      *    documentos de faturas arquivadas ficam marcados como
      *    arquivados e os restantes passam a apontar para o novo id
      *    da fatura
           open i-o arquivo-documento.
           move "n" to final-arquivo.
           perform leia-proximo-documento.
           perform remapeia-documento
               until final-arquivo = "s".
           close arquivo-documento.

       remapeia-documento.
           if registo-documento-arquivado = "N" and
              registo-documento-id-fatura > 0
              if remap-fatura(registo-documento-id-fatura) > 0
                 move remap-fatura(registo-documento-id-fatura) to
                    registo-documento-id-fatura
                 if registo-documento-tipo = "FT"
                    move registo-documento-id-fatura to
                       registo-documento-id-interno
                 end-if
              else
                 move "S" to registo-documento-arquivado
              end-if
              rewrite registo-documento
                  invalid key
                  display "Aviso - nao foi possivel atualizar o "
                     "documento " registo-documento-tipo " "
                     registo-documento-ano "/"
                     registo-documento-numero
              end-rewrite
           end-if.
           perform leia-proximo-documento.

       remapear-referencias.
           perform varying indice from 1 by 1 until indice >
                indice_faturas
                   move ent-tmp-dia(w) to registo-entrada-dia
                   move ent-tmp-mes(w) to registo-entrada-mes
                   move ent-tmp-ano(w) to registo-entrada-ano
                   move ent-tmp-custo(w) to registo-entrada-custo
                   move ent-tmp-numero(w) to registo-entrada-numero
                   move ent-tmp-qt-encomenda(w) to
                      registo-entrada-qt-encomenda
                   move ent-tmp-preco-encomenda(w) to
                      registo-entrada-preco-encomenda
                   write registo-entrada-stock
                else
                   move ent-tmp-id-produto(w) to
                   move ent-tmp-dia(w) to registo-entrada-arq-dia
                   move ent-tmp-mes(w) to registo-entrada-arq-mes
                   move ent-tmp-ano(w) to registo-entrada-arq-ano
                   move ent-tmp-custo(w) to registo-entrada-arq-custo
                   move ent-tmp-numero(w) to
                      registo-entrada-arq-numero
                   move ent-tmp-qt-encomenda(w) to
                      registo-entrada-arq-qt-enc
                   move ent-tmp-preco-encomenda(w) to
                      registo-entrada-arq-preco-enc
                   write registo-entrada-arq
                end-if
           end-perform.
                 ent-tmp-mes(indice_ent_tmp)
              move registo-entrada-ano to
                 ent-tmp-ano(indice_ent_tmp)
              move registo-entrada-custo to
                 ent-tmp-custo(indice_ent_tmp)
              move registo-entrada-numero to
                 ent-tmp-numero(indice_ent_tmp)
              move registo-entrada-qt-encomenda to
                 ent-tmp-qt-encomenda(indice_ent_tmp)
              move registo-entrada-preco-encomenda to
                 ent-tmp-preco-encomenda(indice_ent_tmp)
           end-if.
           perform leia-proxima-entrada.

           display "Base a taxa de 23%: " audit-valor-total-edit.
           move iva-valor-23 to audit-valor-total-edit.
           display "IVA a taxa de 23%:  " audit-valor-total-edit.
           perform carregar-faturas-forn.
           move zero to iva-dedutivel.
           perform varying ff-pos from 1 by 1 until ff-pos >
                indice_faturas_forn
                if ff-ano(ff-pos) = trimestre-ano
                   and ff-mes(ff-pos) >= trimestre-mes-ini
                   and ff-mes(ff-pos) <= trimestre-mes-fim
                   add ff-iva(ff-pos) to iva-dedutivel
                end-if
           end-perform.
           compute iva-liquidado = iva-valor-6 + iva-valor-13 +
              iva-valor-23.
           compute iva-a-pagar = iva-liquidado - iva-dedutivel.
           display "-----------------".
           move iva-liquidado to audit-valor-total-edit.
           display "IVA liquidado (vendas):     "
              audit-valor-total-edit.
           move iva-dedutivel to audit-valor-total-edit.
           display "IVA dedutivel (fornecedores): "
              audit-valor-total-edit.
           if iva-a-pagar < 0
              compute ffor-saldo = 0 - iva-a-pagar
              move ffor-saldo to ffor-saldo-edit
              display "IVA a recuperar:            " ffor-saldo-edit
           else
              move iva-a-pagar to ffor-saldo-edit
              display "IVA a pagar:                " ffor-saldo-edit
           end-if.
           display "-----------------".

       exportar-faturas-csv.
                 perform menu-principal
              end-if
           end-perform.
           perform gerar-ficheiros-csv.

       gerar-ficheiros-csv.
           open output arquivo-export-fatura.
           open output arquivo-export-linha.
           move "id;data;nif;nome;total" to linha-export-fatura.
              export-nome-ficheiro returning backup-retorno.
           if backup-retorno not = 0
              display "Aviso - falhou a criacao do ficheiro CSV"
              move 1 to noturno-falha
           else
              display "Faturas exportadas em " export-nome-ficheiro
           end-if.
              export-nome-ficheiro returning backup-retorno.
           if backup-retorno not = 0
              display "Aviso - falhou a criacao do ficheiro CSV"
              move 1 to noturno-falha
           else
              display "Linhas exportadas em " export-nome-ficheiro
           end-if.
                 perform menu-principal
              end-if
           end-perform.
           perform gerar-ficheiro-saft.

       gerar-ficheiro-saft.
           evaluate saft-mes
              when 4
              when 6
           end-evaluate.
           move zero to saft-contador.
           move zero to saft-total-credito.
      *    as faturas anuladas tambem sao exportadas, com o estado A,
      *    mas nao contam para o total do periodo
           perform varying indice from 1 by 1 until indice >
                indice_faturas
                if (descricao-fatura(indice) not equal to "apagado"
                   or fdoc-estado(indice) = "A")
                   and mes-fatura(indice) = saft-mes
                   and ano-fatura(indice) = saft-ano
                   add 1 to saft-contador
                   if fdoc-estado(indice) not = "A"
                      add valor-base-fatura(indice) to
                         saft-total-credito
                   end-if
                end-if
           end-perform.
           open output arquivo-saft.
           write linha-saft.
           perform varying indice from 1 by 1 until indice >
                indice_faturas
                if (descricao-fatura(indice) not equal to "apagado"
                   or fdoc-estado(indice) = "A")
                   and mes-fatura(indice) = saft-mes
                   and ano-fatura(indice) = saft-ano
                   perform escrever-saft-fatura
              saft-nome-ficheiro returning backup-retorno.
           if backup-retorno not = 0
              display "Aviso - falhou a criacao do ficheiro SAF-T"
              move 1 to noturno-falha
           else
              display "SAF-T exportado em " saft-nome-ficheiro
           end-if.
           move "   <Invoice>" to linha-saft.
           write linha-saft.
           move spaces to linha-saft.
           if fdoc-numero(indice) = 0
              string "    <InvoiceNo>FT " ano-fatura(indice) "/"
                 id-fatura(indice) "</InvoiceNo>"
                 delimited by size into linha-saft
              end-string
           else
              move indice to fdoc-id
              perform compor-numero-fatura
              move 1 to saft-ponteiro
              string "    <InvoiceNo>" delimited by size
                 fdoc-texto delimited by "  "
                 "</InvoiceNo>" delimited by size
                 into linha-saft with pointer saft-ponteiro
              end-string
           end-if.
           write linha-saft.
           if fdoc-numero(indice) > 0
              move spaces to linha-saft
              string "    <ATCUD>" delimited by size
                 fdoc-atcud(indice) delimited by space
                 "</ATCUD>" delimited by size
                 into linha-saft
              end-string
              write linha-saft
           end-if.
           move "    <DocumentStatus>" to linha-saft.
           write linha-saft.
           if fdoc-estado(indice) = "A"
              move "     <InvoiceStatus>A</InvoiceStatus>"
                 to linha-saft
              write linha-saft
              move spaces to linha-saft
              move 1 to saft-ponteiro
              string "     <Reason>" delimited by size
                 fdoc-motivo(indice) delimited by "  "
                 "</Reason>" delimited by size
                 into linha-saft with pointer saft-ponteiro
              end-string
              write linha-saft
           else
              move "     <InvoiceStatus>N</InvoiceStatus>"
                 to linha-saft
              write linha-saft
           end-if.
           move "     <SourceBilling>P</SourceBilling>" to linha-saft.
           write linha-saft.
           move "    </DocumentStatus>" to linha-saft.
           write linha-saft.
           move spaces to linha-saft.
           string "    <Hash>" fdoc-hash(indice) "</Hash>"
              delimited by size into linha-saft
           end-string.
           write linha-saft.
           write linha-impressao.
           move all "=" to linha-impressao.
           write linha-impressao.
           move impressao-id-fatura to fdoc-id.
           perform compor-numero-fatura.
           move spaces to linha-impressao.
           string "FATURA " fdoc-texto
              "          Data: "
              dia-fatura(impressao-id-fatura) "/"
              mes-fatura(impressao-id-fatura) "/"
              ano-fatura(impressao-id-fatura)
              delimited by size into linha-impressao
           end-string.
           write linha-impressao.
           if fdoc-numero(impressao-id-fatura) > 0
              move spaces to linha-impressao
              string "ATCUD: " fdoc-atcud(impressao-id-fatura)
                 delimited by size into linha-impressao
              end-string
              write linha-impressao
           end-if.
           move all "-" to linha-impressao.
           write linha-impressao.
           move spaces to linha-impressao.
           move "Produto                        Qt    Preco     Total"
              to linha-impressao.
           write linha-impressao.
           perform carregar-iaba-fatura.
           perform varying y from 1 by 1 until y >
                n-produtos-fatura(impressao-id-fatura)
                compute imp-total-linha =
                   end-if
                   write linha-impressao
                end-if
                if iaba-linha-imposto(y) not = zero
                   move iaba-linha-alcool(y) to iaba-litros-edit
                   move iaba-linha-imposto(y) to iaba-imposto-edit
                   move spaces to linha-impressao
                   string "   IABA incluido: " iaba-litros-edit
                      " l alc. puro  " iaba-imposto-edit
                      delimited by size into linha-impressao
                   end-string
                   write linha-impressao
                end-if
           end-perform.
           move all "-" to linha-impressao.
           write linha-impressao.
              delimited by size into linha-impressao
           end-string.
           write linha-impressao.
           if iaba-total-fatura not = zero
              move iaba-total-fatura to iaba-imposto-edit
              move spaces to linha-impressao
              string "          IABA incluido no total: "
                 iaba-imposto-edit
                 delimited by size into linha-impressao
              end-string
              write linha-impressao
           end-if.
           move all "=" to linha-impressao.
           write linha-impressao.
           move "        Obrigado pela sua preferencia"
              to linha-impressao.
           write linha-impressao.
           if fdoc-numero(impressao-id-fatura) > 0
              move spaces to linha-impressao
              string "   Hash: " fdoc-hash(impressao-id-fatura)
                 delimited by size into linha-impressao
              end-string
              write linha-impressao
           end-if.
           close arquivo-impressao.
           move spaces to impressao-nome-ficheiro.
           string "fatura-" id-fatura(impressao-id-fatura) ".txt"
              end-if
              perform verificar-stock-receita
           end-perform.
           perform completar-ordem-fabrico.

       completar-ordem-fabrico.
           display "Dia da producao: ".
           accept ordem-dia.
           perform until (ordem-dia > 0 and ordem-dia < 32)
              accept opcao_continuar
           end-perform.
           if sim
              move zero to ordem-custo-lote
              move zero to indice_movimentos
              move zero to mov-com-custo
              move zero to mov-custo
              perform varying y from 1 by 1 until y > indice_receitas
                 if receita-id-produto(y) = ordem-id-produto
                    compute ordem-custo-lote = ordem-custo-lote +
                       receita-quantidade(y) * ordem-quantidade *
                       custo-produto(receita-ingrediente(y))
                    move receita-ingrediente(y) to mov-produto
                    compute mov-quantidade = 0 -
                       receita-quantidade(y) * ordem-quantidade
                    perform acrescentar-movimento
                 end-if
              end-perform
              compute ordem-custo-unitario rounded =
                 ordem-custo-lote / ordem-quantidade
              move ordem-id-produto to mov-produto
              move ordem-quantidade to mov-quantidade
              move 1 to mov-com-custo
              move ordem-custo-unitario to mov-custo
              perform acrescentar-movimento
              move "ORDEM" to numeracao-tabela
              perform bloquear-numeracao
              if numeracao-bloqueio = 0
                 display "A ordem de fabrico nao foi registada"
              else
                 perform aplicar-movimentos-stock
                 if mv-falhou = 0
                    perform registar-ordem-fabrico
                 else
                    display "A ordem de fabrico nao foi registada - o "
                    "stock foi alterado noutro posto"
                 end-if
                 perform libertar-numeracao
              end-if
           else
              display "Ordem de fabrico cancelada"
           end-if.
           display "-----------------".

       registar-ordem-fabrico.
           perform contar-ordens.
           move ordem-proximo-lote to registo-ordem-lote.
           move ordem-id-produto to registo-ordem-id-produto.
           move ordem-quantidade to registo-ordem-quantidade.
           move ordem-dia to registo-ordem-dia.
           move ordem-mes to registo-ordem-mes.
           move ordem-ano to registo-ordem-ano.
           move ordem-val-dia to registo-ordem-val-dia.
           move ordem-val-mes to registo-ordem-val-mes.
           move ordem-val-ano to registo-ordem-val-ano.
           move ordem-custo-lote to registo-ordem-custo.
           open extend arquivo-ordem.
           write registo-ordem.
           close arquivo-ordem.
           open extend arquivo-consumo.
           perform varying y from 1 by 1 until y > indice_receitas
              if receita-id-produto(y) = ordem-id-produto
                 perform registar-consumo-lote
              end-if
           end-perform.
           close arquivo-consumo.
           if tipo-produto(ordem-id-produto) = "l" or
              tipo-produto(ordem-id-produto) = "L"
              move ordem-id-produto to iaba-produto
              move "P" to iaba-tipo
              compute iaba-data = ordem-ano * 10000 +
                 ordem-mes * 100 + ordem-dia
              move ordem-proximo-lote to iaba-lote
              move ordem-quantidade to iaba-qt
              move 1 to iaba-sinal-stock
              move zero to iaba-sinal-imposto
              move "OF" to iaba-doc-tipo
              move ordem-ano to iaba-doc-ano
              move ordem-proximo-lote to iaba-doc-numero
              move zero to iaba-doc-linha
              perform calcular-iaba
              perform gravar-movimento-iaba
           end-if.
           display "Ordem confirmada - Lote L" ordem-proximo-lote.
           move ordem-custo-lote to imp-linha-edit.
           move ordem-custo-unitario to audit-preco-edit.
           display "Custo do lote: " imp-linha-edit
              ", por unidade: " audit-preco-edit.
           display "Stock atualizado: " stock-produto
              (ordem-id-produto).

       registar-consumo-lote.
      *    o ingrediente fica ligado a entrada de stock e ao lote
      *    mais recentes dele, como as linhas das faturas ficam
      *    ligadas ao lote mais recente do produto vendido; as
      *    entradas anteriores que ainda podiam estar no stock que
      *    havia antes da ordem ficam ligadas com quantidade zero,
      *    como origem possivel, ate as quantidades das entradas
      *    cobrirem esse stock
           move receita-ingrediente(y) to entrada-procurada.
           perform procurar-entrada-produto.
           move receita-ingrediente(y) to lote-procurado.
           perform procurar-lote-produto.
           compute consumo-quantidade =
              receita-quantidade(y) * ordem-quantidade.
           compute consumo-stock-anterior =
              stock-produto(receita-ingrediente(y)) +
              consumo-quantidade.
           move ordem-proximo-lote to registo-consumo-lote.
           move receita-ingrediente(y) to registo-consumo-ingrediente.
           move consumo-quantidade to registo-consumo-quantidade.
           move lote-encontrado to registo-consumo-lote-ingr.
           if indice_entradas_produto = 0
              move zero to registo-consumo-entrada
              write registo-consumo
           else
              move zero to consumo-coberto
              perform varying ep-pos from indice_entradas_produto
                   by -1 until ep-pos < 1 or
                   (ep-pos < indice_entradas_produto and
                   consumo-coberto >= consumo-stock-anterior)
                 move ep-numero(ep-pos) to registo-consumo-entrada
                 write registo-consumo
                 add ep-quantidade(ep-pos) to consumo-coberto
                 move zero to registo-consumo-quantidade
                 move zero to registo-consumo-lote-ingr
              end-perform
           end-if.

       verificar-tem-receita.
           move zero to ordem-tem-receita.
           perform varying y from 1 by 1 until y > indice_receitas
       leia-proxima-ordem.
           read arquivo-ordem at end move "s" to
           final-arquivo.
           if final-arquivo not = "s"
              if registo-ordem-custo not numeric
                 display "Erro - ordens-fabrico.dat esta no formato "
                 "antigo (sem custo do lote) e nao foi processado"
                 move 1 to formato-antigo
                 move "s" to final-arquivo
              end-if
           end-if.

       conta-ordem.
           if registo-ordem-lote > ordem-proximo-lote
              move registo-ordem-lote to ordem-proximo-lote
           end-if.
           perform leia-proxima-ordem.

       consultar-fabrico.
           display "-----------------".
           display "Receitas registadas: ".
           if indice_receitas = 0
              display "Nao existe nenhuma receita registada"
           end-if.
           perform varying y from 1 by 1 until y > indice_receitas
              display "Produto: " nome-produto(receita-id-produto(y))
              display "   Ingrediente: " nome-produto
                 (receita-ingrediente(y))
                 ", Quantidade por unidade: " receita-quantidade(y)
           end-perform.
           display "-----------------".
           display "Ordens de fabrico (lotes): ".
           move zero to arq-encontrado.
           open input arquivo-ordem.
           move "n" to final-arquivo.
           perform leia-proxima-ordem.
           perform mostra-ordem
               until final-arquivo = "s".
           close arquivo-ordem.
           if arq-encontrado = zero
              display "Nao existe nenhuma ordem registada"
           end-if.
           display "-----------------".

       mostra-ordem.
           move 1 to arq-encontrado.
           display "Lote L" registo-ordem-lote ": " nome-produto
              (registo-ordem-id-produto).
           display "Quantidade: " registo-ordem-quantidade
              ", Data: " registo-ordem-dia "/" registo-ordem-mes
              "/" registo-ordem-ano.
           display "Validade: " registo-ordem-val-dia "/"
              registo-ordem-val-mes "/" registo-ordem-val-ano.
           move registo-ordem-custo to imp-linha-edit.
           display "Custo do lote: " imp-linha-edit.
           display "-----------------".
           perform leia-proxima-ordem.

       procurar-lote-produto.
           move zero to lote-encontrado.
           move zero to lote-bloqueado-visto.
           open input arquivo-ordem.
           move "n" to final-arquivo.
           perform leia-proxima-ordem.
           perform guarda-lote-produto
               until final-arquivo = "s".
           close arquivo-ordem.
           if lote-encontrado = 0 and lote-bloqueado-visto = 1
              display "Aviso - todos os lotes de " nome-produto
                 (lote-procurado) " estao bloqueados; a linha fica "
                 "sem lote"
           end-if.

       guarda-lote-produto.
      *    os lotes bloqueados sao saltados e fica o mais recente
      *    dos que ainda podem ser vendidos
           if registo-ordem-id-produto = lote-procurado
              move registo-ordem-lote to lote-verificar
              perform verificar-lote-bloqueado
              if lote-esta-bloqueado = 1
                 move 1 to lote-bloqueado-visto
              else
                 move registo-ordem-lote to lote-encontrado
                 move registo-ordem-val-dia to lote-val-dia
                 move registo-ordem-val-mes to lote-val-mes
                 move registo-ordem-val-ano to lote-val-ano
              end-if
           end-if.
           perform leia-proxima-ordem.

       verificar-lote-bloqueado.
           move zero to lote-esta-bloqueado.
           perform varying lote-ind from 1 by 1 until lote-ind >
                indice_lotes_bloqueados
              if lote-bloqueado(lote-ind) = lote-verificar
                 move 1 to lote-esta-bloqueado
              end-if
           end-perform.

       procurar-validade-lote.
           move zero to lote-val-encontrada.
           open input arquivo-ordem.
           move "n" to final-arquivo.
           perform leia-proxima-ordem.
           perform guarda-validade-lote
               until final-arquivo = "s".
           close arquivo-ordem.

       guarda-validade-lote.
           if registo-ordem-lote = lote-procurado-num
              move 1 to lote-val-encontrada
              move registo-ordem-val-dia to lote-val-dia
              move registo-ordem-val-mes to lote-val-mes
              move registo-ordem-val-ano to lote-val-ano
           end-if.
           perform leia-proxima-ordem.

       menu-rastreio.
           display "-----------------".
           display "Rastreabilidade de lotes (recolha de produto): ".
           display "1 - Para a frente a partir de um lote".
           display "2 - Para a frente a partir de uma entrada de "
              "ingrediente".
           display "3 - Para tras a partir de uma linha de fatura".
           display "4 - Bloquear/desbloquear um lote (so supervisor)".
           display "0 - Cancelar".
           display "Quer consultar o que: ".
           accept opcao.
           display "-----------------".
           evaluate true
               when opcao = 1
                   perform rastrear-lote
               when opcao = 2
                   perform rastrear-entrada
               when opcao = 3
                   perform rastrear-fatura
               when opcao = 4
                   if operador-perfil < 3
                      display "Nao tem permissao para esta opcao"
                   else
                      perform bloquear-lote
                   end-if
               when opcao = 0
                   perform menu-consultar
               when other
                   display "opcao invalida"
           end-evaluate.

       rastrear-lote.
           display "Qual e o numero do lote: ".
           accept rastreio-lote.
           perform procurar-ordem-lote.
           perform until rastreio-ord-encontrada = 1
              display "Erro - esse lote nao existe"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro numero de lote: "
              accept rastreio-lote
              if rastreio-lote equal to 0
                 perform menu-principal
              end-if
              perform procurar-ordem-lote
           end-perform.
           open output arquivo-rastreio.
           move spaces to linha-rastreio.
           string "Rastreio para a frente do lote L" rastreio-lote
              " - " nome-produto(rastreio-ord-produto)(1:30)
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           move 1 to indice_lotes_rastreio.
           move rastreio-lote to lote-rastreio(1).
           move zero to lote-rastreio-origem(1).
           move zero to lote-rastreio-possivel(1).
           perform rastrear-lotes-seguintes.
           perform mostra-lotes-rastreio.
           close arquivo-rastreio.
           display "Relatorio gravado em rastreio.txt".
           display "-----------------".

       rastrear-entrada.
           display "Qual e o numero da entrada de stock: ".
           accept rastreio-entrada.
           perform procurar-entrada-numero.
           perform until rastreio-ent-encontrada = 1
              display "Erro - essa entrada nao existe"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro numero de entrada: "
              accept rastreio-entrada
              if rastreio-entrada equal to 0
                 perform menu-principal
              end-if
              perform procurar-entrada-numero
           end-perform.
           open output arquivo-rastreio.
           move spaces to linha-rastreio.
           string "Rastreio para a frente da entrada N. "
              rastreio-entrada delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           perform mostra-entrada-rastreio.
           move zero to indice_lotes_rastreio.
           move zero to rastreio-lote-origem.
           open input arquivo-consumo.
           move "n" to final-arquivo.
           perform leia-proximo-consumo.
           perform junta-consumo-entrada
               until final-arquivo = "s".
           close arquivo-consumo.
           if indice_lotes_rastreio = 0
              move "Nenhuma ordem de fabrico consumiu esta entrada"
                 to linha-rastreio
              perform escreve-rastreio
           else
              perform rastrear-lotes-seguintes
              perform mostra-lotes-rastreio
           end-if.
           close arquivo-rastreio.
           display "Relatorio gravado em rastreio.txt".
           display "-----------------".

       junta-consumo-entrada.
      *    consumo com quantidade zero e so origem possivel
           if registo-consumo-entrada = rastreio-entrada
              move registo-consumo-lote to rastreio-lote-novo
              move zero to rastreio-possivel
              if registo-consumo-quantidade = 0
                 move 1 to rastreio-possivel
              end-if
              perform junta-lote-rastreio
           end-if.
           perform leia-proximo-consumo.

       leia-proximo-consumo.
           read arquivo-consumo at end move "s" to
           final-arquivo.

       rastrear-lotes-seguintes.
      *    cada lote da tabela acrescenta os lotes que foram
      *    fabricados com ele, ate nao aparecerem lotes novos
           move 1 to rastreio-pos.
           perform until rastreio-pos > indice_lotes_rastreio
              move lote-rastreio(rastreio-pos) to rastreio-lote-origem
              move lote-rastreio-possivel(rastreio-pos) to
                 rastreio-possivel
              open input arquivo-consumo
              move "n" to final-arquivo
              perform leia-proximo-consumo
              perform junta-consumo-seguinte
                  until final-arquivo = "s"
              close arquivo-consumo
              add 1 to rastreio-pos
           end-perform.

       junta-consumo-seguinte.
           if registo-consumo-lote-ingr = rastreio-lote-origem
              move registo-consumo-lote to rastreio-lote-novo
              perform junta-lote-rastreio
           end-if.
           perform leia-proximo-consumo.

       junta-lote-rastreio.
           move zero to rastreio-existe.
           perform varying z from 1 by 1 until z >
                indice_lotes_rastreio
              if lote-rastreio(z) = rastreio-lote-novo
                 move 1 to rastreio-existe
                 if rastreio-possivel = 0
                    move zero to lote-rastreio-possivel(z)
                 end-if
              end-if
           end-perform.
           if rastreio-existe = 0 and indice_lotes_rastreio < 99
              add 1 to indice_lotes_rastreio
              move rastreio-lote-novo to
                 lote-rastreio(indice_lotes_rastreio)
              move rastreio-lote-origem to
                 lote-rastreio-origem(indice_lotes_rastreio)
              move rastreio-possivel to
                 lote-rastreio-possivel(indice_lotes_rastreio)
           end-if.

       mostra-lotes-rastreio.
           perform varying rastreio-pos from 1 by 1 until
                rastreio-pos > indice_lotes_rastreio
              move lote-rastreio(rastreio-pos) to rastreio-lote
              perform mostra-lote-rastreio
           end-perform.

       mostra-lote-rastreio.
           perform procurar-ordem-lote.
           move "-----------------" to linha-rastreio.
           perform escreve-rastreio.
           move spaces to linha-rastreio.
           if lote-rastreio-origem(rastreio-pos) = 0
              string "Lote L" rastreio-lote ": "
                 nome-produto(rastreio-ord-produto)(1:30)
                 delimited by size into linha-rastreio
              end-string
           else
              string "Ordem de fabrico do lote L" rastreio-lote ": "
                 nome-produto(rastreio-ord-produto)(1:30)
                 " (consumiu o lote L"
                 lote-rastreio-origem(rastreio-pos) ")"
                 delimited by size into linha-rastreio
              end-string
           end-if.
           perform escreve-rastreio.
           if lote-rastreio-possivel(rastreio-pos) = 1
              move "   POSSIVEL - a entrada podia ja estar gasta"
                 to linha-rastreio
              perform escreve-rastreio
           end-if.
           perform mostra-ordem-rastreio.
           move zero to rastreio-linhas.
           perform varying indice from 1 by 1 until indice >
                indice_faturas
              if descricao-fatura(indice) not equal to "apagado"
                 perform varying y from 1 by 1 until y >
                      n-produtos-fatura(indice)
                    if lote-produto-fatura(indice,y) = rastreio-lote
                       perform mostra-fatura-rastreio
                    end-if
                 end-perform
              end-if
           end-perform.
           if rastreio-linhas = 0
              move "   Nenhuma fatura vendeu este lote" to
                 linha-rastreio
              perform escreve-rastreio
           end-if.
           perform calcular-stock-lote.

       mostra-ordem-rastreio.
           move spaces to linha-rastreio.
           string "   Produzido a " rastreio-ord-dia "/"
              rastreio-ord-mes "/" rastreio-ord-ano ", quantidade "
              rastreio-ord-quantidade ", validade " rastreio-ord-val-dia
              "/" rastreio-ord-val-mes "/" rastreio-ord-val-ano
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           move rastreio-lote to lote-verificar.
           perform verificar-lote-bloqueado.
           if lote-esta-bloqueado = 1
              move "   LOTE BLOQUEADO" to linha-rastreio
              perform escreve-rastreio
           end-if.

       mostra-fatura-rastreio.
           add 1 to rastreio-linhas.
           move id-fatura(indice) to fdoc-id.
           perform compor-numero-fatura.
           move spaces to linha-rastreio.
           string "   Fatura " delimited by size
              fdoc-texto delimited by "  "
              " de " dia-fatura(indice) "/" mes-fatura(indice) "/"
              ano-fatura(indice) ", linha " y ", quantidade "
              quantidade-produto-fatura(indice,y)
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           move spaces to linha-rastreio.
           string "      Cliente: "
              nome-cliente(id-cliente-fatura(indice))(1:40)
              " Tel: " telefone-cliente(id-cliente-fatura(indice))
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           move spaces to linha-rastreio.
           string "      Morada: "
              morada-cliente(id-cliente-fatura(indice))
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           open input arquivo-guia.
           move "n" to final-arquivo.
           perform leia-proxima-guia.
           perform mostra-guia-rastreio
               until final-arquivo = "s".
           close arquivo-guia.

       mostra-guia-rastreio.
           if registo-guia-id-fatura = id-fatura(indice)
              perform procurar-numero-guia
              move spaces to linha-rastreio
              string "      Guia " delimited by size
                 gdoc-texto delimited by "  "
                 " de " registo-guia-dia "/" registo-guia-mes "/"
                 registo-guia-ano " as " registo-guia-hora
                 ", veiculo " registo-guia-matricula
                 delimited by size into linha-rastreio
              end-string
              perform escreve-rastreio
           end-if.
           perform leia-proxima-guia.

       procurar-numero-guia.
      *    numero da serie GR da guia registo-guia-id; as guias
      *    anteriores as series ficam com o "N. id" de sempre. O
      *    arquivo das guias esta a ser lido, por isso o fim do
      *    registo de documentos tem indicador proprio
           move spaces to gdoc-texto.
           move zero to gdoc-fim.
           open input arquivo-documento.
           perform le-documento-guia
               until gdoc-fim = 1.
           close arquivo-documento.
           if gdoc-texto = spaces
              string "N. " registo-guia-id
                 delimited by size into gdoc-texto
              end-string
           end-if.

       le-documento-guia.
           read arquivo-documento next record at end move 1 to
           gdoc-fim.
           if gdoc-fim = 0
              if registo-documento-tipo = "GR" and
                 registo-documento-arquivado = "N" and
                 registo-documento-id-interno = registo-guia-id
                 move registo-documento-numero to doc-numero-edit
                 move zero to doc-brancos
                 inspect doc-numero-edit tallying doc-brancos
                    for leading spaces
                 string "GR " registo-documento-ano "/"
                    doc-numero-edit(doc-brancos + 1:)
                    delimited by size into gdoc-texto
                 end-string
                 move 1 to gdoc-fim
              end-if
           end-if.

       calcular-stock-lote.
      *    o que resta do lote e o produzido menos o vendido nas
      *    faturas, mais o devolvido em notas de credito, menos o
      *    que foi consumido como ingrediente noutros lotes
           move zero to rastreio-vendido.
           move zero to rastreio-devolvido.
           move zero to rastreio-consumido.
           perform varying w from 1 by 1 until w > indice_faturas
              if descricao-fatura(w) not equal to "apagado"
                 perform varying z from 1 by 1 until z >
                      n-produtos-fatura(w)
                    if lote-produto-fatura(w,z) = rastreio-lote
                       add quantidade-produto-fatura(w,z) to
                          rastreio-vendido
                    end-if
                 end-perform
              end-if
           end-perform.
           open input arquivo-nota-credito.
           move "n" to final-arquivo.
           perform leia-proxima-nota.
           perform soma-devolvido-lote
               until final-arquivo = "s".
           close arquivo-nota-credito.
           open input arquivo-consumo.
           move "n" to final-arquivo.
           perform leia-proximo-consumo.
           perform soma-consumido-lote
               until final-arquivo = "s".
           close arquivo-consumo.
           compute rastreio-restante = rastreio-ord-quantidade -
              rastreio-vendido + rastreio-devolvido -
              rastreio-consumido.
           if rastreio-restante < 0
              move zero to rastreio-restante
           end-if.
           move rastreio-restante to rastreio-restante-edit.
           move spaces to linha-rastreio.
           string "   Vendido " rastreio-vendido ", devolvido "
              rastreio-devolvido ", consumido " rastreio-consumido
              ", ainda em stock " rastreio-restante-edit
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.

       soma-devolvido-lote.
           if registo-nota-id-fatura >= 1 and
              registo-nota-id-fatura <= indice_faturas and
              registo-nota-linha >= 1 and registo-nota-linha <= 20
              if lote-produto-fatura(registo-nota-id-fatura,
                 registo-nota-linha) = rastreio-lote and
                 descricao-fatura(registo-nota-id-fatura) not equal
                 to "apagado"
                 add registo-nota-qt to rastreio-devolvido
              end-if
           end-if.
           perform leia-proxima-nota.

       soma-consumido-lote.
           if registo-consumo-lote-ingr = rastreio-lote
              add registo-consumo-quantidade to rastreio-consumido
           end-if.
           perform leia-proximo-consumo.

       rastrear-fatura.
           display "Qual e o id da fatura: ".
           accept rastreio-fatura.
           perform until (rastreio-fatura >= 1 and
                rastreio-fatura <= indice_faturas and
                descricao-fatura(rastreio-fatura) not equal to
                "apagado")
              display "Erro - essa fatura nao existe ou foi apagada"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro id da fatura: "
              accept rastreio-fatura
              if rastreio-fatura equal to 0
                 perform menu-principal
              end-if
           end-perform.
           perform varying y from 1 by 1 until y >
                n-produtos-fatura(rastreio-fatura)
              display "Linha " y ": " nome-produto
                 (id-produtos-fatura(rastreio-fatura,y))
                 ", Lote L" lote-produto-fatura(rastreio-fatura,y)
           end-perform.
           display "Qual e o numero da linha: ".
           accept rastreio-linha.
           perform until (rastreio-linha >= 1 and rastreio-linha <=
                n-produtos-fatura(rastreio-fatura))
              display "Erro - essa linha nao existe na fatura"
              display "envia 0 para cancelar"
              display "Qual e o numero da linha: "
              accept rastreio-linha
              if rastreio-linha equal to 0
                 perform menu-principal
              end-if
           end-perform.
           move lote-produto-fatura(rastreio-fatura,rastreio-linha)
              to rastreio-lote.
           if rastreio-lote = 0
              display "Esta linha nao tem lote associado (produto "
              "comprado ou vendido antes de haver lotes)"
           else
              perform procurar-ordem-lote
              move rastreio-fatura to fdoc-id
              perform compor-numero-fatura
              open output arquivo-rastreio
              move spaces to linha-rastreio
              string "Rastreio para tras da fatura " delimited by size
                 fdoc-texto delimited by "  "
                 ", linha " rastreio-linha ": " nome-produto
                 (id-produtos-fatura(rastreio-fatura,rastreio-linha))
                 (1:30) delimited by size into linha-rastreio
              end-string
              perform escreve-rastreio
              move spaces to linha-rastreio
              string "Lote L" rastreio-lote
                 delimited by size into linha-rastreio
              end-string
              perform escreve-rastreio
              perform mostra-ordem-rastreio
              perform carregar-consumos-lote
              if indice_consumos_lote = 0
                 move "   Sem consumos de ingredientes registados"
                    to linha-rastreio
                 perform escreve-rastreio
              end-if
              perform varying w from 1 by 1 until w >
                   indice_consumos_lote
                 perform mostra-consumo-rastreio
              end-perform
              perform calcular-stock-lote
              close arquivo-rastreio
              display "Relatorio gravado em rastreio.txt"
           end-if.
           display "-----------------".

       carregar-consumos-lote.
           move zero to indice_consumos_lote.
           open input arquivo-consumo.
           move "n" to final-arquivo.
           perform leia-proximo-consumo.
           perform guarda-consumo-lote
               until final-arquivo = "s".
           close arquivo-consumo.

       guarda-consumo-lote.
           if registo-consumo-lote = rastreio-lote and
              indice_consumos_lote < 99
              add 1 to indice_consumos_lote
              move registo-consumo-ingrediente to
                 cl-ingrediente(indice_consumos_lote)
              move registo-consumo-quantidade to
                 cl-quantidade(indice_consumos_lote)
              move registo-consumo-entrada to
                 cl-entrada(indice_consumos_lote)
              move registo-consumo-lote-ingr to
                 cl-lote-ingr(indice_consumos_lote)
           end-if.
           perform leia-proximo-consumo.

       mostra-consumo-rastreio.
           move spaces to linha-rastreio.
           if cl-quantidade(w) = 0
              string "   Ingrediente: " nome-produto(cl-ingrediente(w))
                 (1:30) ", origem possivel"
                 delimited by size into linha-rastreio
              end-string
           else
              string "   Ingrediente: " nome-produto(cl-ingrediente(w))
                 (1:30) ", quantidade " cl-quantidade(w)
                 delimited by size into linha-rastreio
              end-string
           end-if.
           perform escreve-rastreio.
           if cl-lote-ingr(w) > 0
              move spaces to linha-rastreio
              string "      Do lote de fabrico L" cl-lote-ingr(w)
                 delimited by size into linha-rastreio
              end-string
              perform escreve-rastreio
           end-if.
           if cl-entrada(w) = 0
              move "      Sem entrada de stock registada" to
                 linha-rastreio
              perform escreve-rastreio
           else
              move cl-entrada(w) to rastreio-entrada
              perform procurar-entrada-numero
              if rastreio-ent-encontrada = 1
                 perform mostra-entrada-rastreio
              else
                 move spaces to linha-rastreio
                 string "      Entrada N. " cl-entrada(w)
                    " (ja arquivada)"
                    delimited by size into linha-rastreio
                 end-string
                 perform escreve-rastreio
              end-if
           end-if.

       mostra-entrada-rastreio.
           move rastreio-ent-custo to audit-preco-edit.
           move spaces to linha-rastreio.
           string "      Entrada N. " rastreio-entrada " de "
              rastreio-ent-dia "/" rastreio-ent-mes "/"
              rastreio-ent-ano ": " nome-produto
              (rastreio-ent-produto)(1:30) ", quantidade "
              rastreio-ent-quantidade ", custo " audit-preco-edit
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           move spaces to linha-rastreio.
           if rastreio-ent-fornecedor >= 1 and
              rastreio-ent-fornecedor <= indice_fornecedores
              string "      Fornecedor: " nome-fornecedor
                 (rastreio-ent-fornecedor)(1:40) " Tel: "
                 telefone-fornecedor(rastreio-ent-fornecedor)
                 delimited by size into linha-rastreio
              end-string
           else
              string "      Fornecedor: " rastreio-ent-fornecedor
                 delimited by size into linha-rastreio
              end-string
           end-if.
           perform escreve-rastreio.

       procurar-ordem-lote.
           move zero to rastreio-ord-encontrada.
           move zero to rastreio-ord-produto.
           move zero to rastreio-ord-quantidade.
           open input arquivo-ordem.
           move "n" to final-arquivo.
           perform leia-proxima-ordem.
           perform guarda-ordem-lote
               until final-arquivo = "s".
           close arquivo-ordem.

       guarda-ordem-lote.
           if registo-ordem-lote = rastreio-lote and
              rastreio-lote > 0
              move 1 to rastreio-ord-encontrada
              move registo-ordem-id-produto to rastreio-ord-produto
              move registo-ordem-quantidade to
                 rastreio-ord-quantidade
              move registo-ordem-dia to rastreio-ord-dia
              move registo-ordem-mes to rastreio-ord-mes
              move registo-ordem-ano to rastreio-ord-ano
              move registo-ordem-val-dia to rastreio-ord-val-dia
              move registo-ordem-val-mes to rastreio-ord-val-mes
              move registo-ordem-val-ano to rastreio-ord-val-ano
           end-if.
           perform leia-proxima-ordem.

       procurar-entrada-numero.
           move zero to rastreio-ent-encontrada.
           open input arquivo-entrada-stock.
           move "n" to final-arquivo.
           perform leia-proxima-entrada.
           perform guarda-entrada-numero
               until final-arquivo = "s".
           close arquivo-entrada-stock.

       guarda-entrada-numero.
           if registo-entrada-numero = rastreio-entrada and
              rastreio-entrada > 0
              move 1 to rastreio-ent-encontrada
              move registo-entrada-id-produto to rastreio-ent-produto
              move registo-entrada-quantidade to
                 rastreio-ent-quantidade
              move registo-entrada-id-fornecedor to
                 rastreio-ent-fornecedor
              move registo-entrada-dia to rastreio-ent-dia
              move registo-entrada-mes to rastreio-ent-mes
              move registo-entrada-ano to rastreio-ent-ano
              move registo-entrada-custo to rastreio-ent-custo
           end-if.
           perform leia-proxima-entrada.

       escreve-rastreio.
           display linha-rastreio.
           write linha-rastreio.

       bloquear-lote.
           display "Qual e o numero do lote: ".
           accept rastreio-lote.
           perform procurar-ordem-lote.
           perform until rastreio-ord-encontrada = 1
              display "Erro - esse lote nao existe"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro numero de lote: "
              accept rastreio-lote
              if rastreio-lote equal to 0
                 perform menu-principal
              end-if
              perform procurar-ordem-lote
           end-perform.
           open output arquivo-rastreio.
           move spaces to linha-rastreio.
           string "Lote L" rastreio-lote ": "
              nome-produto(rastreio-ord-produto)(1:30)
              delimited by size into linha-rastreio
           end-string.
           perform escreve-rastreio.
           perform mostra-ordem-rastreio.
           perform calcular-stock-lote.
           close arquivo-rastreio.
           if lote-esta-bloqueado = 1
              display "Desbloquear o lote?(S/N)"
              move "d" to rastreio-acao
           else
              display "Bloquear o lote?(S/N)"
              move "b" to rastreio-acao
           end-if.
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao"
              accept opcao_continuar
           end-perform.
           if sim
              display "Motivo: "
              accept rastreio-motivo
              move rastreio-lote to registo-bloq-lote
              move rastreio-acao to registo-bloq-acao
              move rastreio-motivo to registo-bloq-motivo
              move spaces to registo-bloq-operador
              string operador-id " - " operador-atual
                 delimited by size into registo-bloq-operador
              end-string
              move function current-date(1:8) to registo-bloq-data
              open extend arquivo-lote-bloqueado
              write registo-lote-bloqueado
              close arquivo-lote-bloqueado
              perform aplica-lote-bloqueado
              move "LOTE" to audit-tabela
              move zero to audit-id
              move spaces to audit-valor-antigo
              move spaces to audit-valor-novo
              if rastreio-acao = "b"
                 string "L" rastreio-lote " livre"
                    delimited by size into audit-valor-antigo
                 end-string
                 string "L" rastreio-lote " bloqueado: "
                    rastreio-motivo
                    delimited by size into audit-valor-novo
                 end-string
                 display "Lote bloqueado"
              else
                 string "L" rastreio-lote " bloqueado"
                    delimited by size into audit-valor-antigo
                 end-string
                 string "L" rastreio-lote " desbloqueado: "
                    rastreio-motivo
                    delimited by size into audit-valor-novo
                 end-string
                 display "Lote desbloqueado"
              end-if
              perform registar-auditoria
           else
              display "Nada foi alterado"
           end-if.
           display "-----------------".

       aplica-lote-bloqueado.
      *    um bloqueio junta o lote a tabela e um desbloqueio tira-o,
      *    puxando o ultimo lote da tabela para o lugar dele
           move registo-bloq-lote to lote-verificar.
           perform verificar-lote-bloqueado.
           if registo-bloq-acao = "b"
              if lote-esta-bloqueado = 0 and
                 indice_lotes_bloqueados < 99
                 add 1 to indice_lotes_bloqueados
                 move registo-bloq-lote to
                    lote-bloqueado(indice_lotes_bloqueados)
              end-if
           else
              perform varying lote-ind from 1 by 1 until lote-ind >
                   indice_lotes_bloqueados
                 if lote-bloqueado(lote-ind) = registo-bloq-lote
                    move lote-bloqueado(indice_lotes_bloqueados) to
                       lote-bloqueado(lote-ind)
                    subtract 1 from indice_lotes_bloqueados
                 end-if
              end-perform
           end-if.

       introduzir-encf.
           display "-----------------".
                 perform menu-principal
              end-if
           end-perform.
           move indice_encomendas_forn to encf-inicio.
           move "s" to opcao_continuar.
           perform until nao
              display "Qual e o id do produto encomendado: "
                    perform menu-principal
                 end-if
              end-perform
              display "Preco unitario acordado, sem IVA (0 se nao "
                 "ha preco acordado): "
              accept encf-preco
              add 1 to indice_encomendas_forn
              move indice_encomendas_forn to
                 ef-id(indice_encomendas_forn)
              move encf-dia to ef-dia(indice_encomendas_forn)
              move encf-mes to ef-mes(indice_encomendas_forn)
              move encf-ano to ef-ano(indice_encomendas_forn)
              move encf-preco to ef-preco(indice_encomendas_forn)
              display "Queres encomendar mais algum produto?(S/N)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                 move "n" to opcao_continuar
              end-if
           end-perform.
           perform gravar-encomendas-forn-novas.
           display "-----------------".

       relatorio-encomendas-abertas.
           move function current-date(1:4) to hoje-ano.
           move function current-date(5:2) to hoje-mes.
           move function current-date(7:2) to hoje-dia.
           display "-----------------".
           display "Encomendas a fornecedores em aberto: ".
           move zero to encf-abertas.
           perform varying y from 1 by 1 until y >
                indice_encomendas_forn
              if ef-qt-recebida(y) < ef-qt-encomendada(y)
                 move 1 to encf-abertas
                 compute encf-diferenca = ef-qt-encomendada(y) -
                    ef-qt-recebida(y)
                 display "Encomenda N. " ef-id(y) " - "
                    nome-fornecedor(ef-id-fornecedor(y))
                 display "Produto: " nome-produto(ef-id-produto(y))
                 display "Encomendado: " ef-qt-encomendada(y)
                    ", Recebido: " ef-qt-recebida(y)
                    ", Falta: " encf-diferenca
                 display "Prometido para: " ef-dia(y) "/" ef-mes(y)
                    "/" ef-ano(y)
                 compute encf-atraso =
                    (hoje-ano - ef-ano(y)) * 365 +
                    (hoje-mes - ef-mes(y)) * 30 +
                    (hoje-dia - ef-dia(y))
                 if encf-atraso > 0
                    move encf-atraso to encf-atraso-edit
                    display "Em atraso ha " encf-atraso-edit " dias"
                 end-if
                 display "-----------------"
              end-if
           end-perform.
           if encf-abertas = zero
              display "Nao existe nenhuma encomenda em aberto"
              display "-----------------"
           end-if.

       calcular-reservas.
           perform varying y from 1 by 1 until y > 99
              move zero to reservado-produto(y)
           end-perform.
           perform varying y from 1 by 1 until y >
                indice_encomendas_cli
              if ec-pendente(y)
                 perform varying z from 1 by 1 until z >
                      ec-n-produtos(y)
                    add ec-quantidade(y,z) to
                       reservado-produto(ec-id-produto(y,z))
                 end-perform
              end-if
           end-perform.

       plano-producao-compras.
      *    procura = encomendas pendentes com entrega dentro do
      *    horizonte + modelos ativos (uma entrega por semana);
      *    o stock livre e o stock menos o que esta reservado para
      *    encomendas fora do horizonte
           display "-----------------".
           display "Plano de producao e compras".
           display "Horizonte do plano em dias (1-365): ".
           accept plano-horizonte.
           perform until (plano-horizonte > 0 and
                plano-horizonte < 366)
              display "Erro - horizonte invalido"
              display "envia 0 para cancelar"
              display "Horizonte do plano em dias (1-365): "
              accept plano-horizonte
              if plano-horizonte equal to 0
                 perform menu-principal
              end-if
           end-perform.
           move function current-date(1:4) to hoje-ano.
           move function current-date(5:2) to hoje-mes.
           move function current-date(7:2) to hoje-dia.
           compute plano-semanas = (plano-horizonte + 6) / 7.
           perform calcular-reservas.
           perform varying plano-p from 1 by 1 until plano-p > 99
              move zero to plano-procura(plano-p)
              move zero to plano-encomendado(plano-p)
              move zero to plano-explodido(plano-p)
              move zero to plano-fabricar(plano-p)
              move zero to plano-comprar(plano-p)
              move zero to plano-fornecedor(plano-p)
              move zero to plano-tem-receita(plano-p)
              compute plano-livre(plano-p) = stock-produto(plano-p) -
                 reservado-produto(plano-p)
           end-perform.
           perform varying plano-r from 1 by 1 until plano-r >
                indice_receitas
              move 1 to plano-tem-receita(receita-id-produto(plano-r))
           end-perform.
           perform varying y from 1 by 1 until y >
                indice_encomendas_cli
              if ec-pendente(y)
                 compute plano-dias = (ec-ano(y) - hoje-ano) * 365 +
                    (ec-mes(y) - hoje-mes) * 30 + (ec-dia(y) - hoje-dia)
                 if plano-dias <= plano-horizonte
                    perform varying z from 1 by 1 until z >
                         ec-n-produtos(y)
                       add ec-quantidade(y,z) to
                          plano-procura(ec-id-produto(y,z))
                       add ec-quantidade(y,z) to
                          plano-livre(ec-id-produto(y,z))
                    end-perform
                 end-if
              end-if
           end-perform.
           perform varying y from 1 by 1 until y > indice_modelos
              if mod-ativo(y) = 1
                 perform varying z from 1 by 1 until z >
                      mod-n-produtos(y)
                    if mod-id-produto(y,z) > 0
                       compute plano-procura(mod-id-produto(y,z)) =
                          plano-procura(mod-id-produto(y,z)) +
                          mod-quantidade(y,z) * plano-semanas
                    end-if
                 end-perform
              end-if
           end-perform.
           perform varying y from 1 by 1 until y >
                indice_encomendas_forn
              if ef-qt-recebida(y) < ef-qt-encomendada(y)
                 compute plano-encomendado(ef-id-produto(y)) =
                    plano-encomendado(ef-id-produto(y)) +
                    ef-qt-encomendada(y) - ef-qt-recebida(y)
              end-if
           end-perform.
           perform procurar-fornecedores-plano.
      *    cada passagem explode pelas receitas o que falta fabricar
      *    a mais; um ingrediente que tambem e fabricado so fica
      *    completo na passagem seguinte
           move 1 to plano-alterado.
           move zero to plano-passagem.
           perform until plano-alterado = 0 or plano-passagem = 10
              move zero to plano-alterado
              add 1 to plano-passagem
              perform varying plano-p from 1 by 1 until plano-p >
                   indice_produtos
                 perform calcular-necessidade-plano
              end-perform
           end-perform.
           perform mostrar-plano.
           if plano-propostas > 0
              perform confirmar-ordens-plano
              perform confirmar-compras-plano
           end-if.
           display "-----------------".

       procurar-fornecedores-plano.
      *    o fornecedor sugerido e o da ultima entrada de stock do
      *    produto, ou o da ultima encomenda feita para ele
           open input arquivo-entrada-stock.
           move "n" to final-arquivo.
           perform leia-proxima-entrada.
           perform guarda-fornecedor-plano
               until final-arquivo = "s".
           close arquivo-entrada-stock.
           perform varying y from 1 by 1 until y >
                indice_encomendas_forn
              move ef-id-fornecedor(y) to
                 plano-fornecedor(ef-id-produto(y))
           end-perform.
           perform varying plano-p from 1 by 1 until plano-p >
                indice_produtos
              if plano-fornecedor(plano-p) > indice_fornecedores
                 move zero to plano-fornecedor(plano-p)
              end-if
              if plano-fornecedor(plano-p) > 0
                 if descricao-fornecedor(plano-fornecedor(plano-p))
                    equal to "apagado"
                    move zero to plano-fornecedor(plano-p)
                 end-if
              end-if
           end-perform.

       guarda-fornecedor-plano.
           if registo-entrada-id-produto > 0
              move registo-entrada-id-fornecedor to
                 plano-fornecedor(registo-entrada-id-produto)
           end-if.
           perform leia-proxima-entrada.

       calcular-necessidade-plano.
           if descricao-produto(plano-p) equal to "apagado"
              move zero to plano-necessidade
           else
              compute plano-necessidade = plano-procura(plano-p) -
                 plano-livre(plano-p) - plano-encomendado(plano-p)
              if plano-necessidade < 0
                 move zero to plano-necessidade
              end-if
           end-if.
           if plano-tem-receita(plano-p) = 1
              move plano-necessidade to plano-fabricar(plano-p)
              if plano-fabricar(plano-p) > plano-explodido(plano-p)
                 compute plano-acrescimo = plano-fabricar(plano-p) -
                    plano-explodido(plano-p)
                 perform varying plano-r from 1 by 1 until plano-r >
                      indice_receitas
                    if receita-id-produto(plano-r) = plano-p
                       compute plano-procura(receita-ingrediente
                          (plano-r)) = plano-procura(
                          receita-ingrediente(plano-r)) +
                          receita-quantidade(plano-r) * plano-acrescimo
                    end-if
                 end-perform
                 move plano-fabricar(plano-p) to
                    plano-explodido(plano-p)
                 move 1 to plano-alterado
              end-if
           else
              move plano-necessidade to plano-comprar(plano-p)
           end-if.

       mostrar-plano.
           move zero to plano-propostas.
           display "-----------------".
           display "Ordens de fabrico propostas (horizonte de "
              plano-horizonte " dias):".
           perform varying plano-p from 1 by 1 until plano-p >
                indice_produtos
              if plano-fabricar(plano-p) > 0
                 add 1 to plano-propostas
                 display "   Fabricar " plano-fabricar(plano-p) " x "
                    nome-produto(plano-p)
                 move plano-livre(plano-p) to plano-livre-edit
                 display "      procura " plano-procura(plano-p)
                    ", stock livre " plano-livre-edit
                 perform varying plano-r from 1 by 1 until plano-r >
                      indice_receitas
                    if receita-id-produto(plano-r) = plano-p
                       compute plano-acrescimo =
                          receita-quantidade(plano-r) *
                          plano-fabricar(plano-p)
                       display "      gasta " plano-acrescimo " de "
                          nome-produto(receita-ingrediente(plano-r))
                    end-if
                 end-perform
              end-if
           end-perform.
           display "-----------------".
           display "Encomendas a fornecedores sugeridas:".
           perform varying plano-f from 0 by 1 until plano-f >
                indice_fornecedores
              move zero to plano-forn-listado
              perform varying plano-p from 1 by 1 until plano-p >
                   indice_produtos
                 if plano-comprar(plano-p) > 0 and
                    plano-fornecedor(plano-p) = plano-f
                    if plano-forn-listado = 0
                       move 1 to plano-forn-listado
                       if plano-f = 0
                          display "   Sem fornecedor conhecido:"
                       else
                          display "   " nome-fornecedor(plano-f) ":"
                       end-if
                    end-if
                    add 1 to plano-propostas
                    move plano-livre(plano-p) to plano-livre-edit
                    display "      " plano-comprar(plano-p) " x "
                       nome-produto(plano-p) " (procura "
                       plano-procura(plano-p) ", stock livre "
                       plano-livre-edit ", encomendado "
                       plano-encomendado(plano-p) ")"
                 end-if
              end-perform
           end-perform.
           if plano-propostas = 0
              display "Nada a fabricar nem a comprar no horizonte"
           end-if.
           if plano-passagem = 10 and plano-alterado = 1
              display "Aviso - as receitas tem um ciclo (um produto "
              "e ingrediente dele proprio); o plano esta incompleto"
           end-if.

       confirmar-ordens-plano.
      *    uma ordem de fabrico gasta logo os ingredientes, por isso
      *    so pode ser confirmada quando eles ja estao em stock
           perform varying plano-p from 1 by 1 until plano-p >
                indice_produtos
              if plano-fabricar(plano-p) > 0
                 perform confirmar-ordem-plano
              end-if
           end-perform.

       confirmar-ordem-plano.
           display "-----------------".
           if stock-produto(plano-p) + plano-fabricar(plano-p) > 999
              compute plano-quantidade = 999 - stock-produto(plano-p)
              display "Aviso - o stock maximo e 999; so podem ser "
              "fabricadas " plano-quantidade
           else
              move plano-fabricar(plano-p) to plano-quantidade
           end-if.
           if plano-quantidade > 0
              display "Fabricar agora " plano-quantidade " x "
                 nome-produto(plano-p) "?(S/N)"
              perform aceitar-opcao-plano
              if sim
                 move plano-p to ordem-id-produto
                 move plano-quantidade to ordem-quantidade
                 perform verificar-stock-receita
                 if ordem-falta-stock = 1
                    display "A ordem fica por fabricar ate haver "
                    "stock dos ingredientes"
                 else
                    perform completar-ordem-fabrico
                 end-if
              end-if
           end-if.

       confirmar-compras-plano.
           move indice_encomendas_forn to encf-inicio.
           move zero to plano-encomendas.
           move zero to plano-data-pedida.
           perform varying plano-f from 0 by 1 until plano-f >
                indice_fornecedores
              perform varying plano-p from 1 by 1 until plano-p >
                   indice_produtos
                 if plano-comprar(plano-p) > 0 and
                    plano-fornecedor(plano-p) = plano-f
                    perform confirmar-compra-plano
                 end-if
              end-perform
           end-perform.
           if plano-encomendas > 0
              perform gravar-encomendas-forn-novas
              display "Foram registadas " encf-gravadas
                 " encomendas a fornecedores"
           end-if.

       confirmar-compra-plano.
           display "-----------------".
           if plano-comprar(plano-p) > 999
              move 999 to plano-quantidade
           else
              move plano-comprar(plano-p) to plano-quantidade
           end-if.
           if plano-f = 0
              display "Encomendar " plano-quantidade " x "
                 nome-produto(plano-p) "?(S/N)"
           else
              display "Encomendar " plano-quantidade " x "
                 nome-produto(plano-p) " a " nome-fornecedor(plano-f)
                 "?(S/N)"
           end-if.
           perform aceitar-opcao-plano.
           if sim and indice_encomendas_forn = 99
              display "Limite das encomendas atingido"
              move "n" to opcao_continuar
           end-if.
           if sim
              move plano-f to encf-fornecedor
              if encf-fornecedor = 0
                 display "Qual e o id do fornecedor (0 para nao "
                 "encomendar): "
                 accept encf-fornecedor
                 perform until (encf-fornecedor = 0 or
                      (encf-fornecedor <= indice_fornecedores and
                      descricao-fornecedor(encf-fornecedor) not equal
                      to "apagado"))
                    display "Esse fornecedor nao existe ou foi apagado"
                    display "Qual e o id do fornecedor (0 para nao "
                    "encomendar): "
                    accept encf-fornecedor
                 end-perform
              end-if
              if encf-fornecedor > 0
                 if plano-data-pedida = 0
                    perform aceitar-data-plano
                 end-if
                 add 1 to indice_encomendas_forn
                 move indice_encomendas_forn to
                    ef-id(indice_encomendas_forn)
                 move encf-fornecedor to
                    ef-id-fornecedor(indice_encomendas_forn)
                 move plano-p to ef-id-produto(indice_encomendas_forn)
                 move plano-quantidade to
                    ef-qt-encomendada(indice_encomendas_forn)
                 move zero to ef-qt-recebida(indice_encomendas_forn)
                 move encf-dia to ef-dia(indice_encomendas_forn)
                 move encf-mes to ef-mes(indice_encomendas_forn)
                 move encf-ano to ef-ano(indice_encomendas_forn)
                 move zero to ef-preco(indice_encomendas_forn)
                 add 1 to plano-encomendas
              end-if
           end-if.

       aceitar-data-plano.
      *    a data prometida e pedida uma vez e serve para todas as
      *    encomendas confirmadas neste plano
           move 1 to plano-data-pedida.
           display "Dia prometido de entrega: ".
           accept encf-dia.
           perform until (encf-dia > 0 and encf-dia < 32)
              display "Introduziste um dia invalido"
              display "Qual e o dia prometido?: "
              accept encf-dia
           end-perform.
           display "Mes prometido de entrega: ".
           accept encf-mes.
           perform until (encf-mes > 0 and encf-mes < 13)
              display "O mes que introduziste nao existe"
              display "Qual e o mes prometido?: "
              accept encf-mes
           end-perform.
           display "Ano prometido de entrega: ".
           accept encf-ano.
           perform until (encf-ano > 2009 and encf-ano < 2031)
              display "O ano que introduziste nao existe"
              display "Qual e o ano prometido?: "
              accept encf-ano
           end-perform.

       aceitar-opcao-plano.
           accept opcao_continuar.
           perform until (opcao_continuar = "S" or
                          opcao_continuar = "s" or
                          opcao_continuar = "N" or
                          opcao_continuar = "n" )
              display "ERRO - opcao errada"
              display "Volta introduzir a opcao"
              accept opcao_continuar
           end-perform.

       introduzir-enc.
           add 1 to indice_encomendas_cli.
           move indice_encomendas_cli to
              ec-id(indice_encomendas_cli).
           display "Qual e o id do cliente?: ".
           accept enc-id-cliente.
           perform until (enc-id-cliente <= indice_cliente and
                 (indice_encomendas_cli,x))
           end-perform.
           move "p" to ec-estado(indice_encomendas_cli).
           perform verificar-credito-encomenda.
           perform gravar-encomenda-cli-nova.
           display "-----------------".

       gravar-encomenda-cli-nova.
      *    a encomenda nova e guardada a parte, o ficheiro e relido
      *    debaixo do bloqueio e ela fica com o numero a seguir ao
      *    ultimo; o stock disponivel e conferido outra vez com as
      *    reservas relidas
           move encomendas-cliente(indice_encomendas_cli) to encc-nova.
           perform bloquear-encomendas-cli.
           if encc-bloqueio = 0
              display "A encomenda nao foi registada"
           else
              if indice_encomendas_cli = 50
                 display "Limite das encomendas atingido - a "
                 "encomenda nao foi registada"
              else
                 add 1 to indice_encomendas_cli
                 move encc-nova to
                    encomendas-cliente(indice_encomendas_cli)
                 move indice_encomendas_cli to
                    ec-id(indice_encomendas_cli)
                 perform verificar-reserva-encomenda
                 if enc-falta-stock = 1
                    subtract 1 from indice_encomendas_cli
                    display "A encomenda nao foi registada - o stock "
                    "foi reservado noutro posto"
                 else
                    perform calcular-reservas
                    perform salvar-encomendas-cli
                    display "Encomenda N. " indice_encomendas_cli
                       " registada - o stock fica reservado ate ser "
                       "faturada"
                 end-if
              end-if
              perform libertar-encomendas-cli
           end-if.

       verificar-reserva-encomenda.
           move zero to enc-falta-stock.
           perform varying w from 1 by 1 until w > 99
              move zero to qt-pedida-produto(w)
           end-perform.
           perform varying x from 1 by 1 until x >
                ec-n-produtos(indice_encomendas_cli)
              add ec-quantidade(indice_encomendas_cli,x) to
                 qt-pedida-produto(ec-id-produto
                 (indice_encomendas_cli,x))
              if stock-produto(ec-id-produto(indice_encomendas_cli,x))
                 < reservado-produto(ec-id-produto
                 (indice_encomendas_cli,x)) + qt-pedida-produto
                 (ec-id-produto(indice_encomendas_cli,x))
                 move 1 to enc-falta-stock
                 display "Falta stock de " nome-produto
                    (ec-id-produto(indice_encomendas_cli,x))
              end-if
           end-perform.

       converter-enc-fatura.
           display "-----------------".
           display "Qual e o numero da encomenda a faturar: ".
           accept enc-escolhida.
           perform until (enc-escolhida <= indice_encomendas_cli and
                (ec-estado(enc-escolhida) = "p" or
                ec-estado(enc-escolhida) = "l"))
              display "Erro - essa encomenda nao existe, ja foi "
              "faturada ou esta retida por credito"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro numero: "
              accept enc-escolhida
              perform procurar-lote-produto
              move lote-encontrado to
              lote-produto-fatura(indice_faturas,x)
              move custo-produto(id-produtos-fatura
              (indice_faturas,x)) to
              custo-produto-fatura(indice_faturas,x)
              compute stock-produto(id-produtos-fatura
              (indice_faturas,x)) = stock-produto(id-produtos-fatura
              (indice_faturas,x)) - quantidade-produto-fatura
              valor-base-fatura(indice_faturas) +
              valor-iva-fatura(indice_faturas).
           move space to descricao-fatura(indice_faturas).
      *    as encomendas ficam bloqueadas ate a fatura estar gravada,
      *    para a mesma encomenda nao ser faturada em dois postos
           perform bloquear-encomendas-cli.
           if encc-bloqueio > 0 and not
              (ec-estado(enc-escolhida) = "p" or
              ec-estado(enc-escolhida) = "l")
              display "Erro - a encomenda foi faturada ou retida "
              "noutro posto"
              perform libertar-encomendas-cli
           end-if.
           if encc-bloqueio = 0
              perform repor-stock-fatura
              subtract 1 from indice_faturas
              display "A encomenda " ec-id(enc-escolhida)
                 " nao foi faturada"
           else
              if ec-estado(enc-escolhida) = "l"
                 move 1 to credito-libertado
              end-if
              perform confirmar-fatura-nova
              if fatura-gravada = 1
                 move "f" to ec-estado(enc-escolhida)
                 perform calcular-reservas
                 perform salvar-encomendas-cli
                 display "Encomenda " ec-id(enc-escolhida)
                    " convertida na fatura " doc-numero-texto
              else
                 display "A encomenda " ec-id(enc-escolhida)
                    " continua pendente"
              end-if
              perform libertar-encomendas-cli
           end-if.

       listar-encomendas-pendentes.
           display "-----------------".
              display "Entrega em: " ec-dia(enc-escolhida-lista) "/"
                 ec-mes(enc-escolhida-lista) "/"
                 ec-ano(enc-escolhida-lista)
              if ec-retida(enc-escolhida-lista)
                 display "Retida por credito - aguarda um supervisor"
              end-if
              perform varying z from 1 by 1 until z >
                   ec-n-produtos(enc-escolhida-lista)
                 display "   Produto: " nome-produto(ec-id-produto
           end-perform.
           display "Hora da saida (hh:mm): ".
           accept guia-hora.
           move "GR" to doc-tipo.
           move guia-ano to doc-ano.
           compute doc-data = guia-ano * 10000 + guia-mes * 100 +
              guia-dia.
           perform reservar-serie.
           if serie-ok = 0
              display "A guia nao foi emitida"
           else
              perform gravar-guia
           end-if.
           display "-----------------".

       gravar-guia.
           perform contar-guias.
           move guia-proximo-id to registo-guia-id.
           move guia-id-fatura to registo-guia-id-fatura.
           open extend arquivo-guia.
           write registo-guia.
           close arquivo-guia.
           move guia-proximo-id to doc-id-interno.
           move guia-id-fatura to doc-id-fatura.
           move zero to doc-total.
           perform emitir-documento.
           perform imprimir-guia.
           display "Guia de remessa " doc-numero-texto
              " emitida para a fatura " guia-id-fatura.

       contar-guias.
           move zero to guia-proximo-id.
           write linha-impressao-guia.
           move all "=" to linha-impressao-guia.
           write linha-impressao-guia.
           move guia-id-fatura to fdoc-id.
           perform compor-numero-fatura.
           move spaces to linha-impressao-guia.
           string "GUIA DE REMESSA " doc-numero-texto
              "   Fatura " fdoc-texto
              delimited by size into linha-impressao-guia
           end-string.
           write linha-impressao-guia.
           move spaces to linha-impressao-guia.
           string "ATCUD: " doc-atcud
              delimited by size into linha-impressao-guia
           end-string.
           write linha-impressao-guia.
           move "   Documento de transporte de mercadorias"
              to linha-impressao-guia.
           write linha-impressao-guia.
           move spaces to linha-impressao-guia.
           string "   Hash: " doc-hash
              delimited by size into linha-impressao-guia
           end-string.
           write linha-impressao-guia.
           close arquivo-impressao-guia.
           move spaces to guia-nome-ficheiro.
           string "guia-" guia-proximo-id ".txt"
                 perform menu-principal
              end-if
           end-perform.
           perform gerar-modelos-data.

       gerar-modelos-data.
           move zero to mod-geradas.
           move zero to mod-falhados.
           perform varying mod-escolhido from 1 by 1 until
                mod-escolhido > indice_modelos
              if mod-ativo(mod-escolhido) = 1
                 if modo-noturno = 1
                    perform gerar-modelo-noturno
                 else
                    perform gerar-fatura-modelo
                 end-if
              end-if
           end-perform.
           display "Foram geradas " mod-geradas " faturas".
              display "Nao foi possivel gerar " mod-falhados
                 " modelos (ver mensagens acima)"
           end-if.
           display "-----------------".

       gerar-fatura-modelo.
              perform procurar-lote-produto
              move lote-encontrado to
              lote-produto-fatura(indice_faturas,x)
              move custo-produto(id-produtos-fatura
              (indice_faturas,x)) to
              custo-produto-fatura(indice_faturas,x)
              compute stock-produto(id-produtos-fatura
              (indice_faturas,x)) = stock-produto(id-produtos-fatura
              (indice_faturas,x)) - quantidade-produto-fatura
              valor-base-fatura(indice_faturas) +
              valor-iva-fatura(indice_faturas).
           move space to descricao-fatura(indice_faturas).
           perform confirmar-fatura-nova.
           if fatura-gravada = 1
              add 1 to mod-geradas
              display "Modelo " mod-nome(mod-escolhido)
                 " gerou a fatura " doc-numero-texto
           else
              add 1 to mod-falhados
           end-if.

       verificar-integridade.
           display "-----------------".
                 perform menu-principal
              end-if
           END-PERFORM.
           move "CLIENTE" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-cliente(procurar) = "apagado"
                 display "Erro - o cliente foi apagado noutro posto"
              else
                 perform alterar-dados-cliente
              end-if
              if bloqueio-principal = 1
                 move "CLIENTE" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       alterar-dados-cliente.
           move limite-cliente(procurar) to credito-limite-edit.
           string nome-cliente(procurar) " | " morada-cliente(procurar)
              " | " telefone-cliente(procurar) " | "
              nif-cliente(procurar) " | "
              desconto-cliente(procurar) "% | "
              credito-limite-edit " | " estado-cliente(procurar)
              delimited by size into audit-valor-antigo
           end-string.
           display "Insira o nome do cliente: "
           display "Insira o desconto do cliente em % (0 se nao "
           "tem): ".
           accept desconto-cliente(procurar).
           if operador-perfil = 3
              perform alterar-credito-cliente
           end-if.
           move limite-cliente(procurar) to credito-limite-edit.
           string nome-cliente(procurar) " | " morada-cliente(procurar)
              " | " telefone-cliente(procurar) " | "
              nif-cliente(procurar) " | "
              desconto-cliente(procurar) "% | "
              credito-limite-edit " | " estado-cliente(procurar)
              delimited by size into audit-valor-novo
           end-string.
           move "CLIENTE" to audit-tabela.
           move procurar to audit-id.
           move procurar to gravar-id.
           move zero to gravar-novo.
           perform gravar-cliente.
           perform registar-auditoria.
           display "-----------------".

                 perform menu-principal
              end-if
           END-PERFORM.
           move "PRODUTO" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-produto(procurar) = "apagado"
                 display "Erro - o produto foi apagado noutro posto"
              else
                 perform alterar-dados-produto
              end-if
              if bloqueio-principal = 1
                 move "PRODUTO" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       alterar-dados-produto.
           move stock-produto(procurar) to iaba-ajuste-anterior.
           move preco-produto(procurar) to audit-preco-edit.
           move custo-produto(procurar) to imp-preco-edit.
           string nome-produto(procurar) " | " tipo-produto(procurar)
              " | " stock-produto(procurar) " | "
              audit-preco-edit " | " taxa-iva-produto(procurar)
              " | custo " imp-preco-edit " | "
              volume-produto(procurar) " l " teor-produto(procurar)
              "% vol"
              delimited by size into audit-valor-antigo
           end-string.
           display "Escreva o nome do produto: ".
           accept stock-produto(procurar).
           display "Qual e o preco do produto?: ".
           accept preco-produto(procurar).
           display "Qual e o custo medio unitario do produto?: ".
           accept custo-produto(procurar).
           display "Qual e a taxa de IVA do produto(6/13/23)?: ".
           accept taxa-iva-produto(procurar).
           perform until (taxa-iva-produto(procurar) = 6 or
              display "Volta a introduzir a taxa de IVA(6/13/23): "
              accept taxa-iva-produto(procurar)
           end-perform.
           move procurar to iaba-produto.
           perform pedir-dados-licor.
           move preco-produto(procurar) to audit-preco-edit.
           move custo-produto(procurar) to imp-preco-edit.
           string nome-produto(procurar) " | " tipo-produto(procurar)
              " | " stock-produto(procurar) " | "
              audit-preco-edit " | " taxa-iva-produto(procurar)
              " | custo " imp-preco-edit " | "
              volume-produto(procurar) " l " teor-produto(procurar)
              "% vol"
              delimited by size into audit-valor-novo
           end-string.
           move "PRODUTO" to audit-tabela.
           move procurar to audit-id.
           move procurar to gravar-id.
           move zero to gravar-novo.
           perform gravar-produto.
           perform registar-auditoria.
           if mestres-formato-antigo = 0 and
              stock-produto(procurar) not = iaba-ajuste-anterior and
              (tipo-produto(procurar) = "l" or
              tipo-produto(procurar) = "L")
              move procurar to iaba-produto
              move stock-produto(procurar) to iaba-ajuste-novo
              perform registar-iaba-diferenca
           end-if.
           display "-----------------".

       alterar-f.
              end-if
              perform verificar-fatura-fechada
           END-PERFORM.
           move "FATURA" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-fatura(procurar) = "apagado"
                 display "Erro - a fatura foi apagada noutro posto"
              else
                 if fdoc-numero(procurar) > 0
                    move procurar to fdoc-id
                    perform compor-numero-fatura
                    display "Erro - a fatura " fdoc-texto
                       " ja foi emitida e nao pode ser alterada"
                    display "   anula-a (Eliminar - Faturas) e emite "
                       "uma fatura nova"
                 else
                    perform alterar-dados-fatura
                 end-if
              end-if
              if bloqueio-principal = 1
                 move "FATURA" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       alterar-dados-fatura.
           move zero to indice_movimentos.
           perform varying y from 1 by 1 until y >
                n-produtos-fatura(procurar)
                move id-produtos-fatura(procurar,y) to mov-produto
                move quantidade-produto-fatura(procurar,y) to
                mov-quantidade
                move 1 to mov-com-custo
                move custo-produto-fatura(procurar,y) to mov-custo
                perform acrescentar-movimento
                compute stock-produto(id-produtos-fatura(procurar,y))
                = stock-produto(id-produtos-fatura(procurar,y)) +
                quantidade-produto-fatura(procurar,y)
              move id-produtos-fatura(procurar,x) to lote-procurado
              perform procurar-lote-produto
              move lote-encontrado to lote-produto-fatura(procurar,x)
              move custo-produto(id-produtos-fatura(procurar,x)) to
              custo-produto-fatura(procurar,x)
              compute stock-produto(id-produtos-fatura
              (procurar,x)) = stock-produto(id-produtos-fatura
              (procurar,x)) - quantidade-produto-fatura
           compute valor-total-fatura(procurar) =
              valor-base-fatura(procurar) +
              valor-iva-fatura(procurar).
           move zero to mov-com-custo.
           move zero to mov-custo.
           perform varying y from 1 by 1 until y >
                n-produtos-fatura(procurar)
                move id-produtos-fatura(procurar,y) to mov-produto
                compute mov-quantidade = 0 -
                quantidade-produto-fatura(procurar,y)
                perform acrescentar-movimento
           end-perform.
           perform aplicar-movimentos-stock.
           if mv-falhou = 1
              display "A fatura nao foi alterada - o stock foi "
              "alterado noutro posto"
           else
              move valor-total-fatura(procurar) to
                 audit-valor-total-edit
              string dia-fatura(procurar) "/" mes-fatura(procurar) "/"
                 ano-fatura(procurar) " | cliente " id-cliente-fatura
                 (procurar) " | total " audit-valor-total-edit
                 delimited by size into audit-valor-novo
              end-string
              move "FATURA" to audit-tabela
              move procurar to audit-id
              move procurar to gravar-id
              move zero to gravar-novo
              perform gravar-fatura
              perform registar-auditoria
           end-if.
           display "-----------------".

       aceitar-data-fatura-alterada.
                 perform menu-principal
              end-if
           END-PERFORM.
           move "FORNEC" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-fornecedor(procurar) = "apagado"
                 display "Erro - o fornecedor foi apagado noutro posto"
              else
                 perform alterar-dados-fornecedor
              end-if
              if bloqueio-principal = 1
                 move "FORNEC" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       alterar-dados-fornecedor.
           string nome-fornecedor(procurar) " | "
              nif-fornecedor(procurar) " | "
              telefone-fornecedor(procurar) " | "
           end-string.
           move "FORNECEDOR" to audit-tabela.
           move procurar to audit-id.
           move procurar to gravar-id.
           move zero to gravar-novo.
           perform gravar-fornecedor.
           perform registar-auditoria.
           display "-----------------".

                 perform menu-principal
              end-if
           END-PERFORM.
           move "CLIENTE" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-cliente(procurar) = "apagado"
                 display "Erro - o cliente foi apagado noutro posto"
              else
                 perform apagar-cliente
              end-if
              if bloqueio-principal = 1
                 move "CLIENTE" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       apagar-cliente.
           move descricao-cliente(procurar) to audit-valor-antigo.
           move "apagado" to descricao-cliente(procurar).
           move descricao-cliente(procurar) to audit-valor-novo.
           move "CLIENTE" to audit-tabela.
           move procurar to audit-id.
           move procurar to gravar-id.
           move zero to gravar-novo.
           perform gravar-cliente.
           perform registar-auditoria.
           display "Cliente apagado com sucesso"
           display "-----------------".
                 perform menu-principal
              end-if
           END-PERFORM.
           move "PRODUTO" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-produto(procurar) = "apagado"
                 display "Erro - o produto foi apagado noutro posto"
              else
                 perform apagar-produto
              end-if
              if bloqueio-principal = 1
                 move "PRODUTO" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       apagar-produto.
           move descricao-produto(procurar) to audit-valor-antigo.
           move "apagado" to descricao-produto(procurar).
           move descricao-produto(procurar) to audit-valor-novo.
           move "PRODUTO" to audit-tabela.
           move procurar to audit-id.
           move procurar to gravar-id.
           move zero to gravar-novo.
           perform gravar-produto.
           perform registar-auditoria.
           display "Produto apagado com sucesso"
           display "-----------------".

       eliminar-f.
           display "-----------------".
           display "Qual e o id da fatura que quer anular".
           accept procurar.
           perform verificar-fatura-fechada.
           perform until (procurar <= indice_faturas and
                descricao-fatura(procurar) not equal to "apagado"
                and fatura-fechada = 0)
              display "Erro - essa fatura nao existe, ja foi anulada"
              " ou pertence a um dia ja fechado"
              display "Se quiseres cancelar escreve 0"
              display "volta a introduzir outro id da fatura"
              end-if
              perform verificar-fatura-fechada
           END-PERFORM.
      *    uma fatura emitida nunca e apagada nem perde o numero:
      *    fica anulada, com o motivo no registo de documentos
           display "Motivo da anulacao: ".
           accept doc-motivo.
           perform until doc-motivo not = spaces
              display "Erro - o motivo da anulacao e obrigatorio"
              display "Se quiseres cancelar escreve 0"
              display "Qual e o motivo da anulacao: "
              accept doc-motivo
              if doc-motivo equal to "0"
                 perform menu-principal
              end-if
           end-perform.
           move "FATURA" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
      *       as garrafas ja devolvidas voltaram ao stock e ao
      *       IABA pela nota de credito; uma fatura com devolucoes nao
      *       se anula, credita-se o resto com outra nota de credito
              move procurar to devolucao-id-fatura
              perform carregar-devolvido
              move zero to fatura-creditada
              perform varying y from 1 by 1 until y > 20
                 if devolvido-linha(y) > 0
                    move 1 to fatura-creditada
                 end-if
              end-perform
              evaluate true
                 when descricao-fatura(procurar) = "apagado"
                    display "Erro - a fatura foi anulada noutro posto"
                 when fatura-creditada = 1
                    display "Erro - a fatura ja tem notas de credito "
                    "e nao pode ser anulada"
                    display "Credita o resto da fatura com uma nota "
                    "de credito (Introduzir - Devolucao)"
                 when other
                    perform apagar-fatura
              end-evaluate
              if bloqueio-principal = 1
                 move "FATURA" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       apagar-fatura.
           move zero to indice_movimentos.
           perform varying y from 1 by 1 until y >
                n-produtos-fatura(procurar)
                move id-produtos-fatura(procurar,y) to mov-produto
                move quantidade-produto-fatura(procurar,y) to
                mov-quantidade
                move 1 to mov-com-custo
                move custo-produto-fatura(procurar,y) to mov-custo
                perform acrescentar-movimento
           end-perform.
           perform aplicar-movimentos-stock.
           if mv-falhou = 1
              display "A fatura nao foi anulada - o stock foi "
              "alterado noutro posto"
           else
              move descricao-fatura(procurar) to audit-valor-antigo
              move "apagado" to descricao-fatura(procurar)
              move spaces to audit-valor-novo
              string "anulada - " doc-motivo
                 delimited by size into audit-valor-novo
              end-string
              move "FATURA" to audit-tabela
              move procurar to audit-id
              move procurar to gravar-id
              move zero to gravar-novo
              perform gravar-fatura
              if fdoc-numero(procurar) > 0
                 move "FT" to doc-tipo
                 move fdoc-ano(procurar) to doc-ano
                 move fdoc-numero(procurar) to doc-numero
                 perform anular-documento
                 perform registar-iaba-anulacao
                 move "A" to fdoc-estado(procurar)
                 move doc-motivo to fdoc-motivo(procurar)
              end-if
              perform registar-auditoria
              display "Fatura anulada com sucesso"
           end-if.
           display "-----------------".

       eliminar-fr.
                 perform menu-principal
              end-if
           END-PERFORM.
           move "FORNEC" to bloqueio-tabela.
           move procurar to bloqueio-id.
           perform bloquear-e-reler.
           move bloqueio-obtido to bloqueio-principal.
           if bloqueio-principal > 0
              if descricao-fornecedor(procurar) = "apagado"
                 display "Erro - o fornecedor foi apagado noutro posto"
              else
                 perform apagar-fornecedor
              end-if
              if bloqueio-principal = 1
                 move "FORNEC" to bloqueio-tabela
                 move procurar to bloqueio-id
                 perform desbloquear-registo
              end-if
           end-if.

       apagar-fornecedor.
           move descricao-fornecedor(procurar) to audit-valor-antigo.
           move "apagado" to descricao-fornecedor(procurar).
           move descricao-fornecedor(procurar) to audit-valor-novo.
           move "FORNECEDOR" to audit-tabela.
           move procurar to audit-id.
           move procurar to gravar-id.
           move zero to gravar-novo.
           perform gravar-fornecedor.
           perform registar-auditoria.
           display "Fornecedor apagado com sucesso"
           display "-----------------".
           move registo-produto-arq-preco to audit-preco-edit.
           display "Preco do produto: " audit-preco-edit.
           display "Taxa de IVA: " registo-produto-arq-taxa "%".
           move registo-produto-arq-custo to audit-preco-edit.
           display "Custo medio: " audit-preco-edit.
           display "-----------------".
           perform leia-proximo-produto-arq.

           display "Dados das faturas apagadas: ".
           perform varying indice from 1 by 1 until indice >
                indice_faturas
                if (descricao-fatura(indice) EQUAL TO "apagado")
                display "Id produto: "id-fatura(indice)
                if fdoc-numero(indice) > 0 and fdoc-estado(indice) = "A"
                   move indice to fdoc-id
                   perform compor-numero-fatura
                   display "Fatura " fdoc-texto " anulada - "
                   fdoc-motivo(indice)
                end-if
                display "Data da fatura: "dia-fatura(indice)"/"
                mes-fatura(indice)"/" ano-fatura(indice)
                display "Nome do cliente: " nome-cliente(
           end-string.
           call "CBL_COPY_FILE" using "fornecedores.dat"
              backup-nome-destino returning backup-retorno.
           if backup-retorno not = 0
              display "Aviso - falhou o backup de fornecedores.dat"
           end-if.
           display "Backup dos ficheiros de dados concluido.".

       ler-dados.
           move zero to formato-antigo.
           display "Carregando os clientes...".
           perform ler-clientes.
           display "Clientes carregados com sucesso".
           display "Carregando os fornecedores...".
           perform ler-fornecedores.
           display "Fornecedores carregados com sucesso".
           perform ler-documentos-faturas.
           if formato-antigo = 1
              display "Aviso - um ou mais ficheiros no formato "
              "antigo nao foram carregados"
              display "Converte esses ficheiros antes de voltar a "
              "guardar; a gravacao de cada registo foi desativada"
           else
              display "Todos os dados foram carregados com sucesso"
           end-if.
           move formato-antigo to mestres-formato-antigo.
           display "-----------------".

       gravar-cliente.
      *    grava so o cliente gravar-id, sem tocar nos outros
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo; o cliente "
              "nao foi gravado"
           else
              open i-o arquivo-cliente
              perform escrever-registo-cliente
              close arquivo-cliente
           end-if.

       escrever-registo-cliente.
           move zero to gravar-colisao.
           move id-cliente(gravar-id) to registo-cliente-id.
           move nome-cliente(gravar-id) to registo-cliente-nome.
           move morada-cliente(gravar-id) to registo-cliente-morada.
           move telefone-cliente(gravar-id) to
           registo-cliente-telefone.
           move nif-cliente(gravar-id) to registo-cliente-nif.
           move descricao-cliente(gravar-id) to
           registo-cliente-descricao.
           move desconto-cliente(gravar-id) to
           registo-cliente-desconto.
           move limite-cliente(gravar-id) to registo-cliente-limite.
           move estado-cliente(gravar-id) to registo-cliente-estado.
           write registo-cliente
               invalid key
                  if gravar-novo = 1
                     move 1 to gravar-colisao
                  else
                     rewrite registo-cliente
                         invalid key
                         display "Erro ao gravar o cliente "
                                 id-cliente(gravar-id)
                     end-rewrite
                  end-if
           end-write.

       gravar-produto.
      *    grava so o produto gravar-id, sem tocar nos outros
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo; o produto "
              "nao foi gravado"
           else
              open i-o arquivo-produto
              perform escrever-registo-produto
              close arquivo-produto
           end-if.

       escrever-registo-produto.
           move zero to gravar-colisao.
           move id-produto(gravar-id) to registo-produto-id.
           move nome-produto(gravar-id) to registo-produto-nome.
           move tipo-produto(gravar-id) to registo-produto-tipo.
           move stock-produto(gravar-id) to registo-produto-stock.
           move preco-produto(gravar-id) to registo-produto-preco.
           move taxa-iva-produto(gravar-id) to
           registo-produto-taxa-iva.
           move descricao-produto(gravar-id) to
           registo-produto-descricao.
           move custo-produto(gravar-id) to registo-produto-custo.
           move volume-produto(gravar-id) to registo-produto-volume.
           move teor-produto(gravar-id) to registo-produto-teor.
           write registo-produto
               invalid key
                  if gravar-novo = 1
                     move 1 to gravar-colisao
                  else
                     rewrite registo-produto
                         invalid key
                         display "Erro ao gravar o produto "
                                 id-produto(gravar-id)
                     end-rewrite
                  end-if
           end-write.

       gravar-fatura.
      *    grava so a fatura gravar-id e as linhas dela
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo; a fatura "
              "nao foi gravada"
           else
              open i-o arquivo-fatura
              open i-o arquivo-produto-fatura
              perform escrever-registo-fatura
              close arquivo-produto-fatura
              close arquivo-fatura
           end-if.

       escrever-registo-fatura.
      *    o cabecalho e escrito primeiro: numa fatura nova, se outro
      *    posto ja gravou esse id, as linhas nao sao escritas
           move zero to gravar-colisao.
           move id-fatura(gravar-id) to registo-fatura-id.
           move dia-fatura(gravar-id) to registo-fatura-dia.
           move mes-fatura(gravar-id) to registo-fatura-mes.
           move ano-fatura(gravar-id) to registo-fatura-ano.
           move id-cliente-fatura(gravar-id) to
           registo-fatura-id-cliente.
           move n-produtos-fatura(gravar-id) to
           registo-fatura-n-produtos.
           move valor-total-fatura(gravar-id) to
           registo-fatura-valor-total.
           move valor-base-fatura(gravar-id) to
           registo-fatura-valor-base.
           move valor-iva-fatura(gravar-id) to
           registo-fatura-valor-iva.
           move descricao-fatura(gravar-id) to
           registo-fatura-descricao.
           write registo-fatura
               invalid key
                  if gravar-novo = 1
                     move 1 to gravar-colisao
                  else
                     rewrite registo-fatura
                         invalid key
                         display "Erro ao gravar a fatura "
                                 id-fatura(gravar-id)
                     end-rewrite
                  end-if
           end-write.
           if gravar-colisao = 0
              perform varying gravar-linha from 1 by 1 until
                   gravar-linha > n-produtos-fatura(gravar-id)
                   perform escrever-linha-fatura
              end-perform
              if gravar-completo = 0
                 perform varying gravar-linha from gravar-linha by 1
                      until gravar-linha > 20
                      move id-fatura(gravar-id) to
                      registo-produto-fatura-id
                      move gravar-linha to registo-produto-fatura-id-id
                      delete arquivo-produto-fatura record
                          invalid key
                          move zero to gravar-colisao
                      end-delete
                 end-perform
              end-if
           end-if.

       escrever-linha-fatura.
           move id-fatura(gravar-id) to registo-produto-fatura-id.
           move gravar-linha to registo-produto-fatura-id-id.
           move id-produtos-fatura(gravar-id,gravar-linha) to
           registo-produto-fatura-id-prod.
           move quantidade-produto-fatura(gravar-id,gravar-linha) to
           registo-produto-fatura-qt-prod.
           move preco-produto-fatura(gravar-id,gravar-linha) to
           registo-produto-fatura-preco.
           move taxa-produto-fatura(gravar-id,gravar-linha) to
           registo-produto-fatura-taxa.
           move desconto-produto-fatura(gravar-id,gravar-linha) to
           registo-produto-fatura-desc.
           move lote-produto-fatura(gravar-id,gravar-linha) to
           registo-produto-fatura-lote.
           move custo-produto-fatura(gravar-id,gravar-linha) to
           registo-produto-fatura-custo.
           write registo-produto-fatura
               invalid key
                  rewrite registo-produto-fatura
                      invalid key
                      display "Erro ao gravar a linha " gravar-linha
                              " da fatura " id-fatura(gravar-id)
                  end-rewrite
           end-write.

       gravar-fornecedor.
      *    grava so o fornecedor gravar-id, sem tocar nos outros
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo; o "
              "fornecedor nao foi gravado"
           else
              open i-o arquivo-fornecedor
              perform escrever-registo-fornecedor
              close arquivo-fornecedor
           end-if.

       escrever-registo-fornecedor.
           move zero to gravar-colisao.
           move id-fornecedor(gravar-id) to registo-fornecedor-id.
           move nome-fornecedor(gravar-id) to
           registo-fornecedor-nome.
           move nif-fornecedor(gravar-id) to registo-fornecedor-nif.
           move telefone-fornecedor(gravar-id) to
           registo-fornecedor-telefone.
           move morada-fornecedor(gravar-id) to
           registo-fornecedor-morada.
           move descricao-fornecedor(gravar-id) to
           registo-fornecedor-descricao.
           write registo-fornecedor
               invalid key
                  if gravar-novo = 1
                     move 1 to gravar-colisao
                  else
                     rewrite registo-fornecedor
                         invalid key
                         display "Erro ao gravar o fornecedor "
                                 id-fornecedor(gravar-id)
                     end-rewrite
                  end-if
           end-write.

       reescrever-ficheiros-mestre.
      *    so o arquivo de fim de ano reescreve os ficheiros por
      *    inteiro, depois de compactar as tabelas
           perform copiar-backups-dados.
           move 1 to gravar-completo.
           open output arquivo-cliente.
           perform varying gravar-id from 1 by 1 until gravar-id >
                indice_cliente
                perform escrever-registo-cliente
           end-perform.
           close arquivo-cliente.
           open output arquivo-produto.
           perform varying gravar-id from 1 by 1 until gravar-id >
                indice_produtos
                perform escrever-registo-produto
           end-perform.
           close arquivo-produto.
           open output arquivo-fatura.
           open output arquivo-produto-fatura.
           perform varying gravar-id from 1 by 1 until gravar-id >
                indice_faturas
                perform escrever-registo-fatura
           end-perform.
           close arquivo-produto-fatura.
           close arquivo-fatura.
           open output arquivo-fornecedor.
           perform varying gravar-id from 1 by 1 until gravar-id >
                indice_fornecedores
                perform escrever-registo-fornecedor
           end-perform.
           close arquivo-fornecedor.
           move zero to gravar-completo.
           display "Ficheiros de dados reescritos.".
           display "-----------------".

       recarregar-dados.
      *    os ficheiros podem ter sido alterados noutro posto, por
      *    isso as tabelas sao relidas antes de cada opcao do menu
           move zero to formato-antigo.
           move zero to indice_cliente.
           move zero to indice_produtos.
           move zero to indice_faturas.
           move zero to indice_fornecedores.
           perform ler-clientes.
           perform ler-produtos.
           perform ler-faturas.
           perform ler-produtos-faturas.
           perform ler-fornecedores.
           perform ler-documentos-faturas.
           move formato-antigo to mestres-formato-antigo.
           perform ler-encomendas-forn.
           perform ler-encomendas-cli.
           perform calcular-reservas.
           perform ler-lotes-bloqueados.

       reler-produto.
           move mov-produto to registo-produto-id.
           open input arquivo-produto.
           read arquivo-produto
               invalid key
                  display "Aviso - o produto " mov-produto
                  " nao esta no ficheiro"
               not invalid key
                  move registo-produto-stock to
                     stock-produto(mov-produto)
                  move registo-produto-custo to
                     custo-produto(mov-produto)
           end-read.
           close arquivo-produto.

       movimentar-stock.
      *    o stock e relido do ficheiro com o produto bloqueado, no
      *    momento da alteracao, para dois postos nao venderem os
      *    mesmos frascos; mov-quantidade e negativa nas saidas
           move zero to mov-ok.
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo; o stock "
              "nao foi alterado"
           else
              move "PRODUTO" to bloqueio-tabela
              move mov-produto to bloqueio-id
              perform bloquear-registo
              if bloqueio-obtido > 0
                 perform reler-produto
                 move stock-produto(mov-produto) to mov-stock-anterior
                 if mov-absoluto = 1
                    move mov-quantidade to mov-resultado
                 else
                    compute mov-resultado =
                       stock-produto(mov-produto) + mov-quantidade
                 end-if
                 if mov-resultado < 0 or mov-resultado > 999
                    display "Erro - " nome-produto(mov-produto)
                    display "   tem " stock-produto(mov-produto)
                       " em stock no ficheiro e o movimento e de "
                       mov-quantidade
                 else
                    if mov-com-custo = 1 and mov-quantidade > 0
                       move mov-produto to custo-id-produto
                       move mov-quantidade to custo-quantidade
                       move mov-custo to custo-unitario
                       perform atualizar-custo-medio
                    end-if
                    move mov-resultado to stock-produto(mov-produto)
                    move mov-produto to gravar-id
                    move zero to gravar-novo
                    perform gravar-produto
                    move 1 to mov-ok
                 end-if
                 if bloqueio-obtido = 1
                    move "PRODUTO" to bloqueio-tabela
                    move mov-produto to bloqueio-id
                    perform desbloquear-registo
                 end-if
              end-if
           end-if.

       acrescentar-movimento.
           if indice_movimentos < 40
              add 1 to indice_movimentos
              move mov-produto to mv-produto(indice_movimentos)
              move mov-quantidade to mv-quantidade(indice_movimentos)
              move mov-com-custo to mv-com-custo(indice_movimentos)
              move mov-custo to mv-custo(indice_movimentos)
           end-if.

       aplicar-movimentos-stock.
      *    os movimentos sao aplicados pela ordem; se um falhar
      *    (stock insuficiente no ficheiro ou produto em uso) os que
      *    ja foram aplicados sao desfeitos e mv-falhou fica a 1
           move zero to mv-aplicados.
           move zero to mv-falhou.
           move zero to mov-absoluto.
           perform varying mv-pos from 1 by 1 until mv-pos >
                indice_movimentos or mv-falhou = 1
              move mv-produto(mv-pos) to mov-produto
              move mv-quantidade(mv-pos) to mov-quantidade
              move mv-com-custo(mv-pos) to mov-com-custo
              move mv-custo(mv-pos) to mov-custo
              perform movimentar-stock
              if mov-ok = 1
                 add 1 to mv-aplicados
              else
                 move 1 to mv-falhou
              end-if
           end-perform.
           if mv-falhou = 1
              perform varying mv-pos from 1 by 1 until mv-pos >
                   mv-aplicados
                 perform desfazer-movimento
              end-perform
           end-if.

       desfazer-movimentos-stock.
           move zero to mov-absoluto.
           perform varying mv-pos from 1 by 1 until mv-pos >
                indice_movimentos
              perform desfazer-movimento
           end-perform.

       desfazer-movimento.
           move mv-produto(mv-pos) to mov-produto.
           compute mov-quantidade = 0 - mv-quantidade(mv-pos).
           move zero to mov-com-custo.
           perform movimentar-stock.

       confirmar-fatura-nova.
      *    a fatura indice_faturas so fica gravada se a serie FT do
      *    ano estiver registada e o stock de todas as linhas, relido
      *    do ficheiro, ainda chegar; se nao chegar ou nao houver id
      *    livre a fatura e descartada sem gastar numero da serie;
      *    antes disso o credito do cliente tem de estar em ordem, a
      *    nao ser que a fatura venha de uma encomenda ja libertada
           move zero to fatura-gravada.
           move 1 to credito-ok.
           if credito-libertado = 0
              move id-cliente-fatura(indice_faturas) to
                 credito-cliente
              move valor-total-fatura(indice_faturas) to
                 credito-valor-novo
              move indice_faturas to credito-ignorar
              perform verificar-credito-cliente
              if credito-ok = 0
                 move "fatura" to credito-documento
                 perform autorizar-credito
              end-if
           end-if.
           move zero to credito-libertado.
           if credito-ok = 0
              display "A fatura nao foi gravada - cliente retido "
              "por credito"
              perform repor-stock-fatura
              subtract 1 from indice_faturas
           else
              perform confirmar-fatura-serie
           end-if.

       confirmar-fatura-serie.
           move "FT" to doc-tipo.
           move ano-fatura(indice_faturas) to doc-ano.
           compute doc-data = ano-fatura(indice_faturas) * 10000 +
              mes-fatura(indice_faturas) * 100 +
              dia-fatura(indice_faturas).
           perform reservar-serie.
           if serie-ok = 0
              display "A fatura nao foi gravada"
              perform repor-stock-fatura
              subtract 1 from indice_faturas
           else
              perform gravar-fatura-nova-serie
           end-if.

       gravar-fatura-nova-serie.
           move zero to indice_movimentos.
           move zero to mov-com-custo.
           move zero to mov-custo.
           perform varying gravar-linha from 1 by 1 until
                gravar-linha > n-produtos-fatura(indice_faturas)
              move id-produtos-fatura(indice_faturas,gravar-linha) to
                 mov-produto
              compute mov-quantidade = 0 - quantidade-produto-fatura
                 (indice_faturas,gravar-linha)
              perform acrescentar-movimento
           end-perform.
           perform aplicar-movimentos-stock.
           if mv-falhou = 1
              perform libertar-serie
              display "A fatura nao foi gravada - o stock foi "
              "alterado noutro posto"
              perform repor-stock-fatura
              subtract 1 from indice_faturas
           else
              perform gravar-nova-fatura
              if gravar-colisao = 1
                 perform libertar-serie
                 perform desfazer-movimentos-stock
                 display "A fatura nao foi gravada"
                 perform repor-stock-fatura
                 subtract 1 from indice_faturas
              else
                 move 1 to fatura-gravada
                 move indice_faturas to doc-id-interno
                 move indice_faturas to doc-id-fatura
                 move valor-total-fatura(indice_faturas) to doc-total
                 perform emitir-documento
                 perform guardar-documento-fatura
                 perform registar-iaba-fatura
                 display "Fatura " doc-numero-texto " gravada (id "
                    id-fatura(indice_faturas) ")"
              end-if
           end-if.

       repor-stock-fatura.
      *    a fatura indice_faturas nao foi gravada: o stock dos
      *    produtos das linhas, tirado na tabela ao criar a fatura,
      *    volta a ser o do ficheiro, para as faturas seguintes (por
      *    exemplo as dos outros modelos) nao verem stock que nao
      *    saiu; com os ficheiros no formato antigo o stock nunca foi
      *    gravado e as quantidades sao so somadas de volta
           perform varying gravar-linha from 1 by 1 until
                gravar-linha > n-produtos-fatura(indice_faturas)
              move id-produtos-fatura(indice_faturas,gravar-linha) to
                 mov-produto
              if mestres-formato-antigo = 1
                 add quantidade-produto-fatura(indice_faturas,
                    gravar-linha) to stock-produto(mov-produto)
              else
                 perform reler-produto
              end-if
           end-perform.

       gravar-nova-fatura.
      *    outro posto pode ter gravado faturas depois de a tabela ter
      *    sido lida; a fatura nova passa para o id a seguir ao ultimo
      *    do ficheiro e as outras sao relidas antes de a gravar
           move 1 to gravar-novo.
           move 1 to gravar-colisao.
           move zero to gravar-tentativas.
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo"
              move 3 to gravar-tentativas
           end-if.
           perform until gravar-colisao = 0 or gravar-tentativas = 3
              add 1 to gravar-tentativas
              move zero to gravar-maximo
              open input arquivo-fatura
              move "n" to final-arquivo
              perform leia-proxima-fatura
              perform maximo-fatura
                  until final-arquivo = "s"
              close arquivo-fatura
              move indice_faturas to gravar-id
              if gravar-maximo >= gravar-id
                 compute gravar-destino = gravar-maximo + 1
                 if gravar-destino > 99
                    display "Erro - limite de faturas atingido"
                    move 3 to gravar-tentativas
                 else
                    move faturas(gravar-id) to faturas(gravar-destino)
                    perform ler-faturas
                    perform ler-produtos-faturas
                    move gravar-destino to gravar-id
                    move gravar-id to indice_faturas
                    move gravar-id to id-fatura(gravar-id)
                    display "Aviso - outro posto gravou faturas "
                    "entretanto; esta fatura fica com o id " gravar-id
                 end-if
              end-if
              if gravar-destino <= 99 or gravar-maximo < gravar-id
                 perform gravar-fatura
              end-if
           end-perform.
           move zero to gravar-novo.

       maximo-fatura.
           if registo-fatura-id > gravar-maximo
              move registo-fatura-id to gravar-maximo
           end-if.
           perform leia-proxima-fatura.

       gravar-novo-cliente.
           move 1 to gravar-novo.
           move 1 to gravar-colisao.
           move zero to gravar-tentativas.
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo"
              move 3 to gravar-tentativas
           end-if.
           perform until gravar-colisao = 0 or gravar-tentativas = 3
              add 1 to gravar-tentativas
              move zero to gravar-maximo
              open input arquivo-cliente
              move "n" to final-arquivo
              perform leia-proximo-cliente
              perform maximo-cliente
                  until final-arquivo = "s"
              close arquivo-cliente
              move indice_cliente to gravar-id
              if gravar-maximo >= gravar-id
                 compute gravar-destino = gravar-maximo + 1
                 if gravar-destino > 99
                    display "Erro - limite de clientes atingido"
                    move 3 to gravar-tentativas
                 else
                    move clientes(gravar-id) to
                       clientes(gravar-destino)
                    perform ler-clientes
                    move gravar-destino to gravar-id
                    move gravar-id to indice_cliente
                    move gravar-id to id-cliente(gravar-id)
                    display "Aviso - outro posto criou clientes "
                    "entretanto; este cliente fica com o id " gravar-id
                 end-if
              end-if
              if gravar-destino <= 99 or gravar-maximo < gravar-id
                 perform gravar-cliente
              end-if
           end-perform.
           move zero to gravar-novo.
           if gravar-colisao = 1
              display "O cliente nao foi gravado"
              subtract 1 from indice_cliente
           end-if.

       maximo-cliente.
           if registo-cliente-id > gravar-maximo
              move registo-cliente-id to gravar-maximo
           end-if.
           perform leia-proximo-cliente.

       gravar-novo-produto.
           move 1 to gravar-novo.
           move 1 to gravar-colisao.
           move zero to gravar-tentativas.
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo"
              move 3 to gravar-tentativas
           end-if.
           perform until gravar-colisao = 0 or gravar-tentativas = 3
              add 1 to gravar-tentativas
              move zero to gravar-maximo
              open input arquivo-produto
              move "n" to final-arquivo
              perform leia-proximo-produto
              perform maximo-produto
                  until final-arquivo = "s"
              close arquivo-produto
              move indice_produtos to gravar-id
              if gravar-maximo >= gravar-id
                 compute gravar-destino = gravar-maximo + 1
                 if gravar-destino > 99
                    display "Erro - limite de produtos atingido"
                    move 3 to gravar-tentativas
                 else
                    perform copiar-produto-novo
                    perform ler-produtos
                    move gravar-destino to gravar-id
                    move gravar-id to indice_produtos
                    move gravar-id to id-produto(gravar-id)
                    display "Aviso - outro posto criou produtos "
                    "entretanto; este produto fica com o id " gravar-id
                 end-if
              end-if
              if gravar-destino <= 99 or gravar-maximo < gravar-id
                 perform gravar-produto
              end-if
           end-perform.
           move zero to gravar-novo.
           if gravar-colisao = 1
              display "O produto nao foi gravado"
              subtract 1 from indice_produtos
           end-if.

       maximo-produto.
           if registo-produto-id > gravar-maximo
              move registo-produto-id to gravar-maximo
           end-if.
           perform leia-proximo-produto.

       copiar-produto-novo.
           move nome-produto(gravar-id) to nome-produto(gravar-destino).
           move tipo-produto(gravar-id) to tipo-produto(gravar-destino).
           move stock-produto(gravar-id) to
              stock-produto(gravar-destino).
           move preco-produto(gravar-id) to
              preco-produto(gravar-destino).
           move taxa-iva-produto(gravar-id) to
              taxa-iva-produto(gravar-destino).
           move descricao-produto(gravar-id) to
              descricao-produto(gravar-destino).
           move custo-produto(gravar-id) to
              custo-produto(gravar-destino).
           move volume-produto(gravar-id) to
              volume-produto(gravar-destino).
           move teor-produto(gravar-id) to
              teor-produto(gravar-destino).

       gravar-novo-fornecedor.
           move 1 to gravar-novo.
           move 1 to gravar-colisao.
           move zero to gravar-tentativas.
           if mestres-formato-antigo = 1
              display "Erro - ficheiros no formato antigo"
              move 3 to gravar-tentativas
           end-if.
           perform until gravar-colisao = 0 or gravar-tentativas = 3
              add 1 to gravar-tentativas
              move zero to gravar-maximo
              open input arquivo-fornecedor
              move "n" to final-arquivo
              perform leia-proximo-fornecedor
              perform maximo-fornecedor
                  until final-arquivo = "s"
              close arquivo-fornecedor
              move indice_fornecedores to gravar-id
              if gravar-maximo >= gravar-id
                 compute gravar-destino = gravar-maximo + 1
                 if gravar-destino > 99
                    display "Erro - limite de fornecedores atingido"
                    move 3 to gravar-tentativas
                 else
                    move fornecedores(gravar-id) to
                       fornecedores(gravar-destino)
                    perform ler-fornecedores
                    move gravar-destino to gravar-id
                    move gravar-id to indice_fornecedores
                    move gravar-id to id-fornecedor(gravar-id)
                    display "Aviso - outro posto criou fornecedores "
                    "entretanto; este fica com o id " gravar-id
                 end-if
              end-if
              if gravar-destino <= 99 or gravar-maximo < gravar-id
                 perform gravar-fornecedor
              end-if
           end-perform.
           move zero to gravar-novo.
           if gravar-colisao = 1
              display "O fornecedor nao foi gravado"
              subtract 1 from indice_fornecedores
           end-if.

       maximo-fornecedor.
           if registo-fornecedor-id > gravar-maximo
              move registo-fornecedor-id to gravar-maximo
           end-if.
           perform leia-proximo-fornecedor.

       registar-sessao.
      *    cada posto fica com uma chave SESSAO no ficheiro dos
      *    registos em uso enquanto o programa estiver aberto
           move "SESSAO" to bloqueio-tabela.
           move zero to bloqueio-obtido.
           move zero to bloqueio-id.
           perform until bloqueio-obtido = 1 or bloqueio-id = 9999
              add 1 to bloqueio-id
              move bloqueio-id to sessao-id
              perform escrever-bloqueio
           end-perform.

       terminar-sessao.
           perform libertar-bloqueios-sessao.
           move "SESSAO" to bloqueio-tabela.
           move sessao-id to bloqueio-id.
           perform desbloquear-registo.

       escrever-bloqueio.
      *    a chave so pode ser escrita por um posto; se ja existir, o
      *    registo fica lido com o operador que o tem
           move bloqueio-tabela to registo-em-uso-tabela.
           move bloqueio-id to registo-em-uso-id.
           move sessao-id to registo-em-uso-sessao.
           move spaces to registo-em-uso-operador.
           string operador-id " - " operador-atual
              delimited by size into registo-em-uso-operador
           end-string.
           move function current-date(1:12) to registo-em-uso-data.
           open i-o arquivo-em-uso.
           write registo-em-uso
               invalid key
                  move zero to bloqueio-obtido
                  read arquivo-em-uso
                      invalid key
                      move zero to registo-em-uso-sessao
                      move spaces to registo-em-uso-operador
                  end-read
               not invalid key
                  move 1 to bloqueio-obtido
           end-write.
           close arquivo-em-uso.

       bloquear-registo.
      *    tenta tres vezes com um segundo de espera, porque os
      *    movimentos de stock so seguram o produto por um instante
           move zero to bloqueio-obtido.
           move zero to bloqueio-tentativas.
           perform until bloqueio-obtido > 0 or
                bloqueio-tentativas = 3
              add 1 to bloqueio-tentativas
              perform escrever-bloqueio
              if bloqueio-obtido = 0
                 if registo-em-uso-sessao = sessao-id
                    move 2 to bloqueio-obtido
                 else
                    if bloqueio-tentativas < 3
                       call "C$SLEEP" using bloqueio-espera
                    end-if
                 end-if
              end-if
           end-perform.
           if bloqueio-obtido = 0
              display "Erro - registo em uso por "
                 registo-em-uso-operador
           end-if.

       bloquear-e-reler.
      *    depois de bloquear, as tabelas sao relidas para a alteracao
      *    partir do que outro posto possa ter gravado entretanto
           perform bloquear-registo.
           if bloqueio-obtido > 0 and mestres-formato-antigo = 0
              perform recarregar-dados
           end-if.

       desbloquear-registo.
           move bloqueio-tabela to registo-em-uso-tabela.
           move bloqueio-id to registo-em-uso-id.
           open i-o arquivo-em-uso.
           delete arquivo-em-uso record
               invalid key
               display "Aviso - " bloqueio-tabela " " bloqueio-id
               " ja nao estava bloqueado"
           end-delete.
           close arquivo-em-uso.

       libertar-bloqueios-sessao.
      *    ao voltar ao menu, os registos que esta sessao ainda tinha
      *    bloqueados (operacao terminada ou cancelada) sao libertados
           open i-o arquivo-em-uso.
           move "n" to final-arquivo.
           perform leia-proximo-em-uso.
           perform liberta-em-uso
               until final-arquivo = "s".
           close arquivo-em-uso.

       leia-proximo-em-uso.
           read arquivo-em-uso next record at end move "s" to
           final-arquivo.

       liberta-em-uso.
           if registo-em-uso-sessao = sessao-id and
              registo-em-uso-tabela not = "SESSAO"
              delete arquivo-em-uso record
                  invalid key
                  display "Aviso - nao foi possivel libertar "
                     registo-em-uso-tabela " " registo-em-uso-id
              end-delete
           end-if.
           perform leia-proximo-em-uso.

       verificar-outros-postos.
           move zero to bloqueio-outros.
           open input arquivo-em-uso.
           move "n" to final-arquivo.
           perform leia-proximo-em-uso.
           perform conta-outro-posto
               until final-arquivo = "s".
           close arquivo-em-uso.

       conta-outro-posto.
           if registo-em-uso-sessao not = sessao-id
              add 1 to bloqueio-outros
              display "   " registo-em-uso-tabela " "
                 registo-em-uso-id " em uso por "
                 registo-em-uso-operador
           end-if.
           perform leia-proximo-em-uso.

       gerir-registos-em-uso.
           display "-----------------".
           display "Registos em uso noutros postos: ".
           perform verificar-outros-postos.
           if bloqueio-outros = 0
              display "Nenhum outro posto tem registos em uso"
           else
              display "Libertar estes registos? So se esses postos ja"
              " nao estiverem a trabalhar (S/N)"
              accept opcao_continuar
              perform until (opcao_continuar = "S" or
                             opcao_continuar = "s" or
                             opcao_continuar = "N" or
                             opcao_continuar = "n" )
                 display "ERRO - opcao errada"
                 display "Volta introduzir a opcao"
                 accept opcao_continuar
              end-perform
              if sim
                 open i-o arquivo-em-uso
                 move "n" to final-arquivo
                 perform leia-proximo-em-uso
                 perform liberta-outro-posto
                     until final-arquivo = "s"
                 close arquivo-em-uso
                 move "EM USO" to audit-tabela
                 move zero to audit-id
                 move spaces to audit-valor-antigo
                 string bloqueio-outros " registos de outros postos"
                    delimited by size into audit-valor-antigo
                 end-string
                 move "libertados" to audit-valor-novo
                 perform registar-auditoria
                 display "Registos libertados"
              else
                 display "Nada foi alterado"
              end-if
           end-if.
           display "-----------------".

       liberta-outro-posto.
           if registo-em-uso-sessao not = sessao-id
              delete arquivo-em-uso record
                  invalid key
                  display "Aviso - nao foi possivel libertar "
                     registo-em-uso-tabela " " registo-em-uso-id
              end-delete
           end-if.
           perform leia-proximo-em-uso.

       reservar-serie.
      *    a serie doc-tipo/doc-ano fica bloqueada ate o documento
      *    ser emitido (emitir-documento) ou desistido
      *    (libertar-serie); sem serie registada nao ha documento
           move zero to serie-ok.
           move zero to serie-bloqueio.
           move spaces to bloqueio-tabela.
           string "SERIE" doc-tipo delimited by size
              into bloqueio-tabela
           end-string.
           move doc-ano to bloqueio-id.
           perform bloquear-registo.
           if bloqueio-obtido > 0
              move bloqueio-obtido to serie-bloqueio
              perform ler-serie
              if serie-existe = 0
                 display "Erro - a serie " doc-tipo " " doc-ano
                    " nao esta registada"
                 display "   o supervisor tem de a registar com o "
                    "codigo de validacao da AT"
                 perform libertar-serie
              else
                 if doc-data < serie-data
                    display "Erro - a data e anterior a do ultimo "
                       "documento da serie " doc-tipo " " doc-ano
                    perform libertar-serie
                 else
                    move 1 to serie-ok
                 end-if
              end-if
           end-if.

       libertar-serie.
           if serie-bloqueio = 1
              move spaces to bloqueio-tabela
              string "SERIE" doc-tipo delimited by size
                 into bloqueio-tabela
              end-string
              move doc-ano to bloqueio-id
              perform desbloquear-registo
           end-if.
           move zero to serie-bloqueio.

       bloquear-numeracao.
      *    o proximo numero (entrada de stock, lote ou fatura de
      *    fornecedor) e o maior do ficheiro mais um; o ficheiro
      *    numeracao-tabela fica bloqueado desde a contagem ate o
      *    registo ser escrito, para dois postos nao tirarem o mesmo
           move numeracao-tabela to bloqueio-tabela.
           move zero to bloqueio-id.
           perform bloquear-registo.
           move bloqueio-obtido to numeracao-bloqueio.

       libertar-numeracao.
           if numeracao-bloqueio = 1
              move numeracao-tabela to bloqueio-tabela
              move zero to bloqueio-id
              perform desbloquear-registo
           end-if.
           move zero to numeracao-bloqueio.

       ler-serie.
           move zero to serie-existe.
           move doc-tipo to registo-serie-tipo.
           move doc-ano to registo-serie-ano.
           open input arquivo-serie.
           read arquivo-serie
               invalid key
                  move spaces to serie-codigo
                  move zero to serie-ultimo
                  move zero to serie-hash
                  move zero to serie-data
               not invalid key
                  move 1 to serie-existe
                  move registo-serie-codigo to serie-codigo
                  move registo-serie-ultimo to serie-ultimo
                  move registo-serie-hash to serie-hash
                  move registo-serie-data to serie-data
           end-read.
           close arquivo-serie.

       emitir-documento.
      *    o documento leva o numero seguinte ao ultimo da serie
      *    reservada, sem falhas nem reutilizacao, e o hash que o
      *    encadeia ao documento anterior da mesma serie
           compute doc-numero = serie-ultimo + 1.
           perform compor-texto-documento.
           move spaces to doc-atcud.
           string serie-codigo delimited by space
              "-" delimited by size
              doc-numero-edit(doc-brancos + 1:) delimited by size
              into doc-atcud
           end-string.
           perform calcular-hash-documento.
           move doc-tipo to registo-documento-tipo.
           move doc-ano to registo-documento-ano.
           move doc-numero to registo-documento-numero.
           move doc-id-interno to registo-documento-id-interno.
           move doc-id-fatura to registo-documento-id-fatura.
           move doc-data to registo-documento-data.
           move doc-total to registo-documento-total.
           move doc-hash to registo-documento-hash.
           move doc-atcud to registo-documento-atcud.
           move "N" to registo-documento-estado.
           move "N" to registo-documento-arquivado.
           move spaces to registo-documento-motivo.
           move spaces to registo-documento-operador.
           string operador-id " - " operador-atual
              delimited by size into registo-documento-operador
           end-string.
           open i-o arquivo-documento.
           write registo-documento
               invalid key
                  display "Erro - o documento " doc-numero-texto
                     " ja estava no registo de documentos"
           end-write.
           close arquivo-documento.
           move doc-tipo to registo-serie-tipo.
           move doc-ano to registo-serie-ano.
           open i-o arquivo-serie.
           read arquivo-serie
               invalid key
                  display "Erro - a serie " doc-tipo " " doc-ano
                     " desapareceu do ficheiro"
               not invalid key
                  move doc-numero to registo-serie-ultimo
                  move doc-hash to registo-serie-hash
                  move doc-data to registo-serie-data
                  rewrite registo-serie
           end-read.
           close arquivo-serie.
           perform libertar-serie.
           display "Documento " doc-numero-texto " - ATCUD "
              doc-atcud.

       compor-texto-documento.
      *    numero do documento como se imprime: "FT 2026/15"
           move doc-numero to doc-numero-edit.
           move zero to doc-brancos.
           inspect doc-numero-edit tallying doc-brancos
              for leading spaces.
           move spaces to doc-numero-texto.
           string doc-tipo " " doc-ano "/"
              doc-numero-edit(doc-brancos + 1:)
              delimited by size into doc-numero-texto
           end-string.

       calcular-hash-documento.
      *    o texto do documento (data, numero, total e hash do
      *    documento anterior da serie) e reduzido a um numero de
      *    12 digitos, caracter a caracter; alterar um documento ja
      *    emitido quebra a cadeia dos que se lhe seguem
           move doc-total to hash-total-edit.
           move spaces to hash-texto.
           string doc-data ";" doc-numero-texto ";" hash-total-edit
              ";" serie-hash
              delimited by size into hash-texto
           end-string.
           move zero to hash-valor.
           perform varying hash-pos from 1 by 1 until hash-pos > 120
              move low-value to hash-alto
              move hash-texto(hash-pos:1) to hash-baixo
              compute hash-produto = hash-valor * 31 + hash-binario
              divide hash-produto by 999999999989
                 giving hash-quociente remainder hash-valor
           end-perform.
           move hash-valor to doc-hash.

       compor-numero-fatura.
      *    numero da fatura fdoc-id como se imprime; as faturas
      *    anteriores as series ficam com o "N. id" de sempre
           move spaces to fdoc-texto.
           if fdoc-numero(fdoc-id) = 0
              string "N. " fdoc-id delimited by size into fdoc-texto
              end-string
           else
              move fdoc-numero(fdoc-id) to doc-numero-edit
              move zero to doc-brancos
              inspect doc-numero-edit tallying doc-brancos
                 for leading spaces
              string "FT " fdoc-ano(fdoc-id) "/"
                 doc-numero-edit(doc-brancos + 1:)
                 delimited by size into fdoc-texto
              end-string
           end-if.

       ler-documentos-faturas.
      *    numero, ATCUD e estado de cada fatura da tabela; as
      *    faturas sem registo sao anteriores as series
           perform varying w from 1 by 1 until w > 99
              move zero to fdoc-ano(w)
              move zero to fdoc-numero(w)
              move zero to fdoc-hash(w)
              move spaces to fdoc-atcud(w)
              move spaces to fdoc-estado(w)
              move spaces to fdoc-motivo(w)
           end-perform.
           open input arquivo-documento.
           move "n" to final-arquivo.
           perform leia-proximo-documento.
           perform guarda-documento-fatura
               until final-arquivo = "s".
           close arquivo-documento.

       leia-proximo-documento.
           read arquivo-documento next record at end move "s" to
           final-arquivo.

       guarda-documento-fatura.
           if registo-documento-tipo = "FT" and
              registo-documento-arquivado = "N" and
              registo-documento-id-interno > 0 and
              registo-documento-id-interno < 100
              move registo-documento-id-interno to w
              move registo-documento-ano to fdoc-ano(w)
              move registo-documento-numero to fdoc-numero(w)
              move registo-documento-hash to fdoc-hash(w)
              move registo-documento-atcud to fdoc-atcud(w)
              move registo-documento-estado to fdoc-estado(w)
              move registo-documento-motivo to fdoc-motivo(w)
           end-if.
           perform leia-proximo-documento.

       guardar-documento-fatura.
      *    copia o documento acabado de emitir para a fatura
      *    indice_faturas da tabela
           move doc-ano to fdoc-ano(indice_faturas).
           move doc-numero to fdoc-numero(indice_faturas).
           move doc-hash to fdoc-hash(indice_faturas).
           move doc-atcud to fdoc-atcud(indice_faturas).
           move "N" to fdoc-estado(indice_faturas).
           move spaces to fdoc-motivo(indice_faturas).

       anular-documento.
      *    o documento nunca e apagado: fica com o estado A (anulado)
      *    e o motivo, e mantem o numero e o hash
           move zero to doc-encontrado.
           move doc-tipo to registo-documento-tipo.
           move doc-ano to registo-documento-ano.
           move doc-numero to registo-documento-numero.
           open i-o arquivo-documento.
           read arquivo-documento
               invalid key
                  display "Erro - o documento nao esta no registo "
                     "de documentos"
               not invalid key
                  move "A" to registo-documento-estado
                  move doc-motivo to registo-documento-motivo
                  rewrite registo-documento
                  move 1 to doc-encontrado
           end-read.
           close arquivo-documento.

       registar-serie.
           display "-----------------".
           display "Tipo de documento (FT - fatura, NC - nota de "
              "credito, GR - guia de remessa): ".
           accept doc-tipo.
           inspect doc-tipo converting "ftncgr" to "FTNCGR".
           perform until (doc-tipo = "FT" or doc-tipo = "NC" or
                doc-tipo = "GR")
              display "Erro - tipo de documento invalido"
              display "envia 0 para cancelar"
              display "Qual e o tipo de documento?: "
              accept doc-tipo
              if doc-tipo equal to "0"
                 perform menu-principal
              end-if
              inspect doc-tipo converting "ftncgr" to "FTNCGR"
           end-perform.
           display "Ano da serie: ".
           accept doc-ano.
           perform until (doc-ano > 2009 and doc-ano < 2031)
              display "O ano que introduziste nao existe"
              display "envia 0 para cancelar"
              display "Qual e o ano da serie?: "
              accept doc-ano
              if doc-ano equal to 0
                 perform menu-principal
              end-if
           end-perform.
           display "Codigo de validacao da serie (dado pela AT): ".
           accept serie-codigo-novo.
           perform until serie-codigo-novo not = spaces
              display "Erro - o codigo de validacao e obrigatorio"
              display "envia 0 para cancelar"
              display "Qual e o codigo de validacao?: "
              accept serie-codigo-novo
              if serie-codigo-novo equal to "0"
                 perform menu-principal
              end-if
           end-perform.
           move zero to serie-bloqueio.
           move spaces to bloqueio-tabela.
           string "SERIE" doc-tipo delimited by size
              into bloqueio-tabela
           end-string.
           move doc-ano to bloqueio-id.
           perform bloquear-registo.
           if bloqueio-obtido > 0
              move bloqueio-obtido to serie-bloqueio
              perform gravar-serie
              perform libertar-serie
           end-if.
           display "-----------------".

       gravar-serie.
      *    o codigo de uma serie so muda enquanto nao tiver
      *    documentos, para nao mudar o ATCUD dos ja emitidos
           perform ler-serie.
           move spaces to audit-valor-antigo.
           move spaces to audit-valor-novo.
           string doc-tipo " " doc-ano " codigo " serie-codigo-novo
              delimited by size into audit-valor-novo
           end-string.
           if serie-existe = 0
              move doc-tipo to registo-serie-tipo
              move doc-ano to registo-serie-ano
              move serie-codigo-novo to registo-serie-codigo
              move zero to registo-serie-ultimo
              move zero to registo-serie-hash
              move zero to registo-serie-data
              open i-o arquivo-serie
              write registo-serie
                  invalid key
                     display "Erro - a serie ja existe"
              end-write
              close arquivo-serie
              move "nova serie" to audit-valor-antigo
              move "SERIE" to audit-tabela
              move zero to audit-id
              perform registar-auditoria
              display "Serie " doc-tipo " " doc-ano " registada"
           else
              if serie-ultimo > 0
                 display "Erro - a serie " doc-tipo " " doc-ano
                    " ja tem " serie-ultimo " documentos emitidos;"
                 display "   o codigo de validacao ja nao pode ser "
                    "alterado"
              else
                 move doc-tipo to registo-serie-tipo
                 move doc-ano to registo-serie-ano
                 open i-o arquivo-serie
                 read arquivo-serie
                     invalid key
                        display "Erro - a serie desapareceu do "
                           "ficheiro"
                     not invalid key
                        move serie-codigo-novo to registo-serie-codigo
                        rewrite registo-serie
                 end-read
                 close arquivo-serie
                 string doc-tipo " " doc-ano " codigo " serie-codigo
                    delimited by size into audit-valor-antigo
                 end-string
                 move "SERIE" to audit-tabela
                 move zero to audit-id
                 perform registar-auditoria
                 display "Codigo da serie " doc-tipo " " doc-ano
                    " alterado"
              end-if
           end-if.

       listar-series.
           display "-----------------".
           display "Series de documentos registadas: ".
           move zero to serie-existe.
           open input arquivo-serie.
           move "n" to final-arquivo.
           perform leia-proxima-serie.
           perform mostra-serie
               until final-arquivo = "s".
           close arquivo-serie.
           if serie-existe = 0
              display "Nao existe nenhuma serie registada"
           end-if.
           display "-----------------".

       leia-proxima-serie.
           read arquivo-serie next record at end move "s" to
           final-arquivo.

       mostra-serie.
           move 1 to serie-existe.
           display registo-serie-tipo " " registo-serie-ano
              "  Codigo: " registo-serie-codigo
              "  Ultimo numero: " registo-serie-ultimo
              "  Data: " registo-serie-data(7:2) "/"
              registo-serie-data(5:2) "/" registo-serie-data(1:4).
           perform leia-proxima-serie.

       ler-clientes.
           open input arquivo-cliente.
           move 0 to y.
           perform leia-proximo-cliente.
           if final-arquivo not = "s" and
              (registo-cliente-desconto not numeric or
              registo-cliente-limite not numeric)
              display "Erro - clientes.dat esta no formato antigo "
              "(sem desconto/limite de credito) e nao foi carregado"
              move 1 to formato-antigo
              move "s" to final-arquivo
           end-if.
           move registo-cliente-nif to nif-cliente(y).
           move registo-cliente-descricao to descricao-cliente(y).
           move registo-cliente-desconto to desconto-cliente(y).
           move registo-cliente-limite to limite-cliente(y).
           move registo-cliente-estado to estado-cliente(y).

       ler-produtos.
           open input arquivo-produto.
           move 0 to y.
           perform leia-proximo-produto.
           if final-arquivo not = "s" and
              (registo-produto-taxa-iva not numeric or
              registo-produto-custo not numeric or
              registo-produto-volume not numeric or
              registo-produto-teor not numeric)
              display "Erro - produtos.dat esta no formato antigo "
              "(sem taxa de IVA/custo medio/volume/teor) e nao foi "
              "carregado"
              move 1 to formato-antigo
              move "s" to final-arquivo
           end-if.
           move registo-produto-preco to preco-produto(y).
           move registo-produto-taxa-iva to taxa-iva-produto(y).
           move registo-produto-descricao to descricao-produto(y).
           move registo-produto-custo to custo-produto(y).
           move registo-produto-volume to volume-produto(y).
           move registo-produto-teor to teor-produto(y).

       ler-faturas.
           open input arquivo-fatura.
              (registo-produto-fatura-preco not numeric or
              registo-produto-fatura-taxa not numeric or
              registo-produto-fatura-desc not numeric or
              registo-produto-fatura-lote not numeric or
              registo-produto-fatura-custo not numeric)
              display "Erro - produto-fatura.dat esta no formato "
              "antigo (sem preco/taxa/desconto/lote/custo por linha)"
              " e nao foi carregado"
              move 1 to formato-antigo
              move "s" to final-arquivo
           end-if.
           desconto-produto-fatura(y,z).
           move registo-produto-fatura-lote to
           lote-produto-fatura(y,z).
           move registo-produto-fatura-custo to
           custo-produto-fatura(y,z).

       ler-fornecedores.
           open input arquivo-fornecedor.
              receita-ingrediente(y).
           move registo-receita-quantidade to receita-quantidade(y).

       bloquear-encomendas-forn.
      *    o ficheiro das encomendas a fornecedores e regravado
      *    inteiro: fica bloqueado e e relido antes de cada alteracao,
      *    para nao se perder o que outro posto gravou entretanto
           move "ENCFORN" to bloqueio-tabela.
           move zero to bloqueio-id.
           perform bloquear-registo.
           move bloqueio-obtido to encf-bloqueio.
           if encf-bloqueio > 0
              perform ler-encomendas-forn
           end-if.

       libertar-encomendas-forn.
           if encf-bloqueio = 1
              move "ENCFORN" to bloqueio-tabela
              move zero to bloqueio-id
              perform desbloquear-registo
           end-if.
           move zero to encf-bloqueio.

       gravar-encomendas-forn-novas.
      *    as encomendas novas (a seguir a encf-inicio) sao guardadas
      *    a parte e acrescentadas ao ficheiro relido debaixo do
      *    bloqueio, com os numeros a seguir aos que outro posto possa
      *    ter gravado entretanto
           move zero to encf-novas.
           move zero to encf-gravadas.
           perform varying encf-pos from encf-inicio by 1 until
                encf-pos >= indice_encomendas_forn
              add 1 to encf-novas
              move encomendas-fornecedor(encf-pos + 1) to
                 encf-nova(encf-novas)
           end-perform.
           perform bloquear-encomendas-forn.
           if encf-bloqueio = 0
              display "As encomendas nao foram registadas"
           else
              perform varying encf-pos from 1 by 1 until
                   encf-pos > encf-novas
                 if indice_encomendas_forn < 99
                    add 1 to indice_encomendas_forn
                    move encf-nova(encf-pos) to
                       encomendas-fornecedor(indice_encomendas_forn)
                    move indice_encomendas_forn to
                       ef-id(indice_encomendas_forn)
                    add 1 to encf-gravadas
                    display "Encomenda N. " indice_encomendas_forn
                       " registada"
                 end-if
              end-perform
              if encf-gravadas < encf-novas
                 compute encf-perdidas = encf-novas - encf-gravadas
                 display "Limite das encomendas atingido - ficaram "
                    encf-perdidas " por registar"
              end-if
              perform salvar-encomendas-forn
              perform libertar-encomendas-forn
           end-if.

       salvar-encomendas-forn.
           if encf-formato-antigo = 1
              display "Erro - encomendas-fornecedor.dat esta no "
              "formato antigo e nao foi regravado"
           else
              perform regravar-encomendas-forn
           end-if.

       regravar-encomendas-forn.
           open output arquivo-encomenda-forn.
           perform varying indice from 1 by 1 until indice >
                indice_encomendas_forn
                move ef-dia(indice) to registo-encf-dia
                move ef-mes(indice) to registo-encf-mes
                move ef-ano(indice) to registo-encf-ano
                move ef-preco(indice) to registo-encf-preco
                write registo-encomenda-forn
           end-perform.
           close arquivo-encomenda-forn.

       ler-encomendas-forn.
           move zero to indice_encomendas_forn.
           move zero to encf-formato-antigo.
           open input arquivo-encomenda-forn.
           move "n" to final-arquivo.
           move 0 to y.
       leia-proxima-encf.
           read arquivo-encomenda-forn at end move "s" to
           final-arquivo.
           if final-arquivo not = "s"
              if registo-encf-qt-encomendada not numeric or
                 registo-encf-qt-recebida not numeric or
                 registo-encf-ano not numeric or
                 registo-encf-preco not numeric
                 display "Erro - encomendas-fornecedor.dat esta no "
                 "formato antigo (sem preco acordado) e nao foi "
                 "carregado"
                 move 1 to encf-formato-antigo
                 move "s" to final-arquivo
              end-if
           end-if.

       exiba-encf.
           perform guardar-encf.
           move registo-encf-dia to ef-dia(y).
           move registo-encf-mes to ef-mes(y).
           move registo-encf-ano to ef-ano(y).
           move registo-encf-preco to ef-preco(y).

       bloquear-encomendas-cli.
      *    como as encomendas a fornecedores: o ficheiro fica
      *    bloqueado e e relido, com as reservas, antes de cada
      *    alteracao
           move "ENCCLI" to bloqueio-tabela.
           move zero to bloqueio-id.
           perform bloquear-registo.
           move bloqueio-obtido to encc-bloqueio.
           if encc-bloqueio > 0
              perform ler-encomendas-cli
              perform calcular-reservas
           end-if.

       libertar-encomendas-cli.
           if encc-bloqueio = 1
              move "ENCCLI" to bloqueio-tabela
              move zero to bloqueio-id
              perform desbloquear-registo
           end-if.
           move zero to encc-bloqueio.

       salvar-encomendas-cli.
           open output arquivo-encomenda-cli.
           close arquivo-encomenda-linha.

       ler-encomendas-cli.
           move zero to indice_encomendas_cli.
           open input arquivo-encomenda-cli.
           move "n" to final-arquivo.
           move 0 to y.
           move registo-modl-id-produto to mod-id-produto(y,z).
           move registo-modl-quantidade to mod-quantidade(y,z).

       ler-lotes-bloqueados.
           open input arquivo-lote-bloqueado.
           move "n" to final-arquivo.
           move 0 to indice_lotes_bloqueados.
           perform leia-proximo-bloqueio.
           perform exiba-bloqueio
               until final-arquivo = "s".
           close arquivo-lote-bloqueado.

       leia-proximo-bloqueio.
           read arquivo-lote-bloqueado at end move "s" to
           final-arquivo.

       exiba-bloqueio.
           perform aplica-lote-bloqueado.
           perform leia-proximo-bloqueio.

       ler-dias-fechados.
           open input arquivo-dia-fechado.
           move "n" to final-arquivo.
