      *>----------------------------------------------------------------*
      *> Copybook do registro do arquivo historico de apostas/sorteios
      *> Compartilhado entre desafioLoteriaV1 e loteriaEstatisticas
      *>
      *> O registro tem 151 posicoes desde a inclusao da situacao, do
      *> valor e do ponto de venda da aposta (as 14 ultimas); o arquivo
      *> indexado nao aceita registros de outro tamanho. Um LOTHIST.DAT
      *> indexado ainda com o registro anterior, de 137 posicoes, da
      *> status 39 na abertura e precisa ser convertido uma vez: com
      *> nenhum programa da loteria em execucao, renomear o LOTHIST.DAT
      *> (e o seu indice) para LOTHIST.ANT e executar o
      *> loteriaConverteHistorico escolhendo a origem indexada; cada
      *> registro e recarregado no novo LOTHIST.DAT como aposta valida
      *> ("V"), sem ponto de venda e com valor zero (ou o preco vigente,
      *> se o concurso ainda esta aberto para vendas). O LOTHIST.ANT
      *> fica como copia de seguranca da conversao.
      *>----------------------------------------------------------------*
       01  reg-historico.
           05 hist-chave.
      *>----------------------------------------------------------------*
           05 hist-apostador-id                     pic 9(04).
      *>----------------------------------------------------------------*
      *> Concurso da aposta: nas apostas interativas e batch, o concurso
      *> aberto para vendas em LOTCONC.DAT quando a aposta foi aceita,
      *> o unico contra o qual ela sera liquidada; nos registros de
      *> modo conferencia, o concurso contra o qual a aposta foi
      *> conferida. Zero ou espacos (registros antigos, anteriores ao
      *> controle de concursos) significa sem concurso associado - a
      *> aposta nao e liquidada por nenhuma conferencia.
      *>----------------------------------------------------------------*
           05 hist-concurso                         pic 9(06).
      *>----------------------------------------------------------------*
      *>----------------------------------------------------------------*
           05 hist-retomada                         pic x(01).
              88 hist-rodada-retomada                value "S".
      *>----------------------------------------------------------------*
      *> Situacao da aposta: "V" = valida; "C" = cancelada pelo
      *> loteriaCancelaAposta antes do fechamento das vendas do seu
      *> concurso, com movimento de estorno em LOTMOVFI.DAT. Apostas
      *> canceladas nao sao conferidas nem entram em estatisticas ou
      *> extratos. Registros anteriores ao campo sao convertidos como
      *> "V" pelo loteriaConverteHistorico.
      *>----------------------------------------------------------------*
           05 hist-situacao                         pic x(01).
              88 hist-aposta-valida                  value "V" " ".
              88 hist-aposta-cancelada               value "C".
      *>----------------------------------------------------------------*
      *> Valor pago pela aposta, pela tabela LOTPRECO.DAT vigente na
      *> aceitacao; e exatamente o valor devolvido no estorno do
      *> cancelamento, que nunca recalcula o preco. Zero na aposta
      *> aceita sem preco em LOTPRECO.DAT (nada foi cobrado, nada e
      *> devolvido), nos registros de conferencia, que nao sao vendas,
      *> e nos registros anteriores ao campo convertidos pelo
      *> loteriaConverteHistorico - exceto os de concurso ainda aberto
      *> para vendas, que recebem o preco vigente na conversao.
      *>----------------------------------------------------------------*
           05 hist-valor-aposta                     pic 9(07)v99.
      *>----------------------------------------------------------------*
      *> Ponto de venda (cadastro LOTPDV.DAT) onde a aposta foi
      *> vendida, base do fechamento e da comissao por ponto; o
      *> estorno do cancelamento e debitado do mesmo ponto. Zero =
      *> venda direta, sem ponto de venda; e tambem o valor dos
      *> registros de conferencia e dos anteriores ao campo, convertidos
      *> pelo loteriaConverteHistorico.
      *>----------------------------------------------------------------*
           05 hist-ponto-venda                      pic 9(04).
