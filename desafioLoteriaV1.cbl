               organization is line sequential
               file status is ws-status-rel-batch.

           select f-suspensos
               assign to "LOTSUSP.DAT"
               organization is line sequential
               file status is ws-status-suspensos.

           select f-processados
               assign to "LOTPROCS.DAT"
               organization is line sequential
               organization is line sequential
               file status is ws-status-rel-pagto.

           select f-acumulados
               assign to "LOTACUM.DAT"
               organization is line sequential
               file status is ws-status-acumulados.

           select f-ganhos
               assign to "LOTGANHO.DAT"
               organization is line sequential
               organization is line sequential
               file status is ws-status-movimentos.

           select f-concursos
               assign to "LOTCONC.DAT"
               organization is line sequential
               file status is ws-status-concursos.

           select f-tabela-irrf
               assign to "LOTIRRF.DAT"
               organization is line sequential
               file status is ws-status-tabela-irrf.

           select f-retencoes
               assign to "LOTRETEN.DAT"
               organization is line sequential
               file status is ws-status-retencoes.

           select f-pontos-venda
               assign to "LOTPDV.DAT"
               organization is line sequential
               file status is ws-status-pontos-venda.

       i-o-control.

      *>Declaração de variáveis
           05 ganho-apostador-id                    pic 9(04).
           05 ganho-bolao-id                        pic 9(04).
           05 ganho-rateio                          pic 9(11)v99.
      *>----------------------------------------------------------------*
      *> Situacao do resgate do premio, mantida pelo loteriaResgate:
      *> "P" (ou espaco, em registros anteriores ao campo) = pendente,
      *> "G" = pago ao ganhador, "E" = expirado sem resgate no prazo.
      *> Data, hora e operador do resgate (ou da expiracao) ficam
      *> registrados no proprio ganho.
      *>----------------------------------------------------------------*
           05 ganho-situacao                        pic x(01).
              88 ganho-pendente                         value "P" " ".
              88 ganho-pago                             value "G".
              88 ganho-expirado                         value "E".
           05 ganho-data-resgate                    pic 9(08).
           05 ganho-hora-resgate                    pic 9(06).
           05 ganho-operador-resgate                pic x(20).
      *>----------------------------------------------------------------*
      *> Imposto de renda retido na fonte sobre o premio: ganho-rateio
      *> e o valor bruto, ganho-valor-irrf o imposto retido (no bolao,
      *> a soma do retido de cada participante sobre a sua quota) e
      *> ganho-valor-liquido o que o ganhador efetivamente recebe.
      *> Ganhos anteriores a retencao chegam com espacos aqui.
      *>----------------------------------------------------------------*
           05 ganho-valor-irrf                      pic 9(11)v99.
           05 ganho-valor-liquido                   pic 9(11)v99.

       fd  f-checkpoint.
       01  reg-checkpoint.
      *> final continue sendo a da rodada original
      *>----------------------------------------------------------------*
           05 ckpt-semente                          pic 9(08).
      *>----------------------------------------------------------------*
      *> Concurso para o qual a aposta da rodada interrompida foi
      *> aceita; a retomada carimba o historico com ele, mesmo que as
      *> vendas do concurso ja tenham sido fechadas no meio tempo
      *>----------------------------------------------------------------*
           05 ckpt-concurso                         pic 9(06).
      *>----------------------------------------------------------------*
      *> Ponto de venda da aposta interrompida, carimbado no historico
      *> e no movimento na retomada. Checkpoints antigos chegam com
      *> espacos aqui e a aposta fica como venda direta.
      *>----------------------------------------------------------------*
           05 ckpt-ponto-venda                      pic 9(04).

      *>----------------------------------------------------------------*
      *> O arquivo de transacoes carrega um header com identificador e
      *> trailer com a contagem de detalhes, para que um arquivo
      *> truncado ou fora de balanco seja rejeitado antes do primeiro
      *> sorteio e um mesmo arquivo nao seja processado duas vezes sem
      *> autorizacao explicita do operador. O ponto de venda do header
      *> vale para todos os detalhes do arquivo; o detalhe que traz o
      *> seu proprio ponto (diferente de zero) usa o dele. Arquivos
      *> anteriores ao campo chegam com espacos (venda direta).
      *>----------------------------------------------------------------*
       fd  f-transacoes.
       01  reg-transacao.
           05 trans-dados-header redefines trans-dados.
              10 trans-hdr-identificador            pic x(12).
              10 trans-hdr-data-geracao             pic 9(08).
              10 trans-hdr-ponto-venda              pic 9(04).
              10 filler                             pic x(23).
           05 trans-dados-detalhe redefines trans-dados.
              10 trans-qtd-num-jogar                pic 9(02).
              10 trans-aposta                       pic x(29).
              10 trans-apostador-id                 pic 9(04).
              10 trans-bolao-id                     pic 9(04).
              10 trans-ponto-venda                  pic 9(04).
              10 filler                             pic x(04).
           05 trans-dados-trailer redefines trans-dados.
              10 trans-trl-qtd-detalhes             pic 9(06).
              10 filler                             pic x(41).

      *>----------------------------------------------------------------*
      *> Arquivo de suspensao: cada detalhe de LOTTRANS.DAT recusado
      *> pelo batch (quantidade ou numeros invalidos) e guardado com o
      *> identificador do arquivo de origem, o numero da linha, o
      *> apostador/bolao e o motivo, para correcao ou baixa pelo
      *> loteriaSuspensos. Os itens corrigidos voltam ao batch num
      *> LOTTRANS.DAT novo gerado por aquele programa.
      *>----------------------------------------------------------------*
       fd  f-suspensos.
       01  reg-suspenso.
           05 susp-arquivo-id                       pic x(12).
           05 susp-linha                            pic 9(06).
           05 susp-data-suspensao                   pic 9(08).
           05 susp-hora-suspensao                   pic 9(06).
           05 susp-qtd-num-jogar                    pic 9(02).
           05 susp-aposta                           pic x(29).
           05 susp-apostador-id                     pic 9(04).
           05 susp-bolao-id                         pic 9(04).
           05 susp-motivo                           pic x(40).
           05 susp-situacao                         pic x(01).
              88 susp-pendente                          value "P".
              88 susp-corrigido                         value "C".
              88 susp-reapresentado                     value "R".
              88 susp-baixado                           value "B".
           05 susp-data-resolucao                   pic 9(08).
           05 susp-operador                         pic x(20).
           05 susp-arquivo-reapresentacao           pic x(12).
           05 susp-motivo-baixa                     pic x(40).
      *>----------------------------------------------------------------*
      *> Ponto de venda do detalhe recusado, para que o detalhe
      *> reapresentado volte carimbado com o ponto original
      *>----------------------------------------------------------------*
           05 susp-ponto-venda                      pic 9(04).

       fd  f-processados.
       01  reg-processado.
           05 proc-identificador                    pic x(12).
           05 param-num-min                         pic 9(02).
           05 param-num-max                         pic 9(02).
           05 param-max-tentativas                  pic 9(09).
      *>----------------------------------------------------------------*
      *> Prazo legal, em dias corridos contados da data do sorteio,
      *> para o resgate de um premio; vencido o prazo o premio nao
      *> resgatado e marcado como expirado pelo loteriaResgate. Zero ou
      *> espacos (arquivos anteriores ao campo) vale 90 dias.
      *>----------------------------------------------------------------*
           05 param-prazo-resgate                   pic 9(03).

      *>----------------------------------------------------------------*
      *> Arquivo acumulativo de sorteios oficiais: um registro por
       fd  f-rel-pagto.
       01  reg-relatorio-pagto                       pic x(132).

      *>----------------------------------------------------------------*
      *> Acumulado por faixa de premio: o pool de uma faixa sem
      *> ganhadores e transportado para a mesma faixa do concurso
      *> seguinte e somado ao pool base dela; paga a faixa, o acumulado
      *> volta a zero. O ultimo concurso que movimentou a faixa e o
      *> valor que ela tinha antes dele ficam guardados para que uma
      *> reliquidacao autorizada do mesmo concurso parta do acumulado
      *> original e nao transporte o pool duas vezes.
      *>----------------------------------------------------------------*
       fd  f-acumulados.
       01  reg-acumulado.
           05 acum-qtd-jogo                          pic 9(02).
           05 acum-acertos                           pic 9(02).
           05 acum-valor                             pic 9(11)v99.
           05 acum-ultimo-concurso                   pic 9(06).
           05 acum-valor-anterior                    pic 9(11)v99.

       fd  f-apostadores.
       01  reg-apostador.
           05 apost-id                               pic 9(04).
           05 mov-tipo                               pic x(01).
              88 mov-tipo-aposta                         value "A".
              88 mov-tipo-premio                         value "P".
              88 mov-tipo-resgate                        value "R".
              88 mov-tipo-expirado                       value "E".
              88 mov-tipo-acumulado                      value "U".
              88 mov-tipo-estorno                        value "X".
           05 mov-qtd-jogo                           pic 9(02).
           05 mov-acertos                            pic 9(02).
           05 mov-aposta                             pic x(29).
           05 mov-apostador-id                       pic 9(04).
           05 mov-valor                              pic 9(11)v99.
      *>----------------------------------------------------------------*
      *> Parte acumulada do valor: no premio ("P"), quanto do total da
      *> faixa veio de concursos anteriores (o restante e o pool base);
      *> no transporte ("U", mov-valor = pool base transportado), o
      *> saldo acumulado da faixa depois do transporte
      *>----------------------------------------------------------------*
           05 mov-valor-acumulado                    pic 9(11)v99.
      *>----------------------------------------------------------------*
      *> Imposto de renda retido na fonte e valor liquido: no premio
      *> ("P") o retido da faixa e o total liquido pago aos ganhadores;
      *> nos demais movimentos o retido e zero e o liquido e o proprio
      *> mov-valor
      *>----------------------------------------------------------------*
           05 mov-valor-irrf                         pic 9(11)v99.
           05 mov-valor-liquido                      pic 9(11)v99.
      *>----------------------------------------------------------------*
      *> Ponto de venda da aposta ("A") e do estorno ("X"), base do
      *> fechamento por ponto de venda; zero nos demais movimentos e
      *> na venda direta
      *>----------------------------------------------------------------*
           05 mov-ponto-venda                        pic 9(04).

      *>----------------------------------------------------------------*
      *> Controle do ciclo de vida dos concursos, mantido pelo
      *> loteriaConcurso (abertura e fechamento das vendas) e pelo
      *> loteriaOficial (registro do sorteio): um registro por
      *> concurso com a situacao corrente. As apostas interativas e
      *> batch sao carimbadas com o concurso aberto; a conferencia so
      *> liquida concurso sorteado e marca-o como liquidado.
      *>----------------------------------------------------------------*
       fd  f-concursos.
       01  reg-concurso.
           05 conc-numero                            pic 9(06).
           05 conc-situacao                          pic x(01).
              88 conc-aberto                             value "A".
              88 conc-fechado                            value "F".
              88 conc-sorteado                           value "S".
              88 conc-liquidado                          value "L".
           05 conc-data-abertura                     pic 9(08).
           05 conc-data-fechamento                   pic 9(08).
           05 conc-data-sorteio                      pic 9(08).
           05 conc-data-liquidacao                   pic 9(08).
           05 conc-qtd-liquidacoes                   pic 9(02).

      *>----------------------------------------------------------------*
      *> Tabela de retencao do imposto de renda sobre premios, mantida
      *> pelo loteriaTabelaIrrf: uma linha por faixa, em ordem
      *> crescente de valor minimo. Vale a ultima faixa cujo minimo nao
      *> passa do premio bruto; o imposto e o bruto vezes a aliquota
      *> menos a parcela a deduzir. Premio abaixo da primeira faixa e
      *> isento.
      *>----------------------------------------------------------------*
       fd  f-tabela-irrf.
       01  reg-tabela-irrf.
           05 irrf-valor-minimo                      pic 9(11)v99.
           05 irrf-aliquota                          pic 9(03)v99.
           05 irrf-parcela-deduzir                   pic 9(11)v99.

      *>----------------------------------------------------------------*
      *> Retencoes do imposto de renda, uma linha por beneficiario de
      *> cada premio pago (o ganhador da aposta individual ou cada
      *> participante do bolao, sobre a sua quota), base do informe de
      *> rendimentos anual do loteriaInformeRendimentos. Numa
      *> reliquidacao as linhas do concurso sao gravadas de novo e o
      *> informe considera a ultima.
      *>----------------------------------------------------------------*
       fd  f-retencoes.
       01  reg-retencao.
           05 ret-data-apuracao                      pic 9(08).
           05 ret-hora-apuracao                      pic 9(06).
           05 ret-concurso                           pic 9(06).
           05 ret-data-sorteio                       pic 9(08).
           05 ret-chave                              pic x(20).
           05 ret-apostador-id                       pic 9(04).
           05 ret-bolao-id                           pic 9(04).
           05 ret-quota                              pic 9(03)v99.
           05 ret-valor-bruto                        pic 9(11)v99.
           05 ret-aliquota                           pic 9(03)v99.
           05 ret-valor-irrf                         pic 9(11)v99.
           05 ret-valor-liquido                      pic 9(11)v99.

      *>----------------------------------------------------------------*
      *> Cadastro de pontos de venda (balcoes e terminais), mantido
      *> pelo loteriaPontoVenda. Aposta so e aceita de ponto cadastrado
      *> e ativo; zero e a venda direta, sem ponto de venda.
      *>----------------------------------------------------------------*
       fd  f-pontos-venda.
       01  reg-ponto-venda.
           05 pdv-codigo                             pic 9(04).
           05 pdv-descricao                          pic x(30).
           05 pdv-comissao                           pic 9(02)v99.
           05 pdv-situacao                           pic x(01).
              88 pdv-inativo                             value "I".

      *>----Variaveis de trabalho
       working-storage section.
       01  ws-status-rel-batch                     pic x(02).
       01  ws-fim-transacoes                       pic x(01) value "N".
           88 fim-transacoes                           value "S".
       01  ws-status-suspensos                     pic x(02).
       01  ws-linha-transacao                      pic 9(06).
       01  ws-motivo-suspensao                     pic x(40).

      *>----------------------------------------------------------------*
      *> Validacao do header/trailer do arquivo de transacoes e
       01  ws-motivo-rejeicao                      pic x(80).
       01  ws-data-ja-processado                   pic x(14).
       01  ws-resposta-reproc                      pic x(01).
       01  ws-trans-ponto-venda                    pic 9(04).

      *>----------------------------------------------------------------*
      *> Ponto de venda da aposta em curso (zero = venda direta) e o
      *> cadastro LOTPDV.DAT carregado em memoria para validar o ponto
      *> informado no modo interativo ou trazido pelo arquivo de
      *> transacoes. Sem o cadastro so a venda direta e aceita.
      *>----------------------------------------------------------------*
       01  ws-status-pontos-venda                  pic x(02).
       01  ws-fim-pontos-venda                     pic x(01) value "N".
           88 fim-pontos-venda                         value "S".
       01  ws-ponto-venda                          pic 9(04) value zero.
       01  ws-ponto-venda-valido                   pic x(01).
           88 ponto-venda-valido                       value "S".
       01  ws-qtd-pontos-venda                     pic 9(04) value zero.
       01  ws-ix-ponto-venda                       pic 9(04).
       01  ws-cadastro-pontos-venda.
           05 ws-ponto-venda-entrada occurs 999 times.
              10 ws-pdv-cad-codigo                 pic 9(04).
              10 ws-pdv-cad-situacao               pic x(01).

      *>----------------------------------------------------------------*
      *> Conferencia de apostas contra um sorteio oficial informado
           05 ws-resumo-ganhadoras                 pic 9(09) value zero.
           05 ws-resumo-acertos occurs 11 times    pic 9(09).

      *>----------------------------------------------------------------*
      *> Controle de concursos LOTCONC.DAT carregado por inteiro em
      *> memoria e regravado completo quando a conferencia marca o
      *> concurso como liquidado, no mesmo padrao dos cadastros. Um
      *> controle maior que a tabela nao e regravado (a regravacao
      *> perderia os concursos excedentes) e a liquidacao e recusada.
      *> A reliquidacao de um concurso ja liquidado so segue com a
      *> identificacao de um supervisor e o motivo, ambos auditados.
      *>----------------------------------------------------------------*
       01  ws-status-concursos                     pic x(02).
       01  ws-fim-concursos                        pic x(01) value "N".
           88 fim-concursos                            value "S".
       01  ws-qtd-concursos                        pic 9(04) value zero.
       01  ws-ix-concurso                          pic 9(05).
       01  ws-ix-concurso-achado                   pic 9(04).
       01  ws-concursos-estourou                   pic x(01) value "N".
           88 concursos-estourou                       value "S".
       01  ws-tabela-concursos.
           05 ws-concurso-entrada occurs 9999 times.
              10 ws-conc-numero                    pic 9(06).
              10 ws-conc-situacao                  pic x(01).
              10 ws-conc-data-abertura             pic 9(08).
              10 ws-conc-data-fechamento           pic 9(08).
              10 ws-conc-data-sorteio              pic 9(08).
              10 ws-conc-data-liquidacao           pic 9(08).
              10 ws-conc-qtd-liquidacoes           pic 9(02).
       01  ws-concurso-liberado                    pic x(01) value "N".
           88 concurso-liberado                        value "S".
       01  ws-reliquidacao                         pic x(01) value "N".
           88 reliquidacao                             value "S".
       01  ws-supervisor                           pic x(20).
       01  ws-motivo-reliquidacao                  pic x(60).

      *>----------------------------------------------------------------*
      *> Conferencia sobre o historico indexado: as apostas sao lidas
      *> uma a uma do LOTHIST.DAT (chave hist-chave) e cada conferida
       01  ws-premio-ganhadores-total              pic 9(06).
       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.

      *>----------------------------------------------------------------*
      *> Acumulados por faixa carregados de LOTACUM.DAT para o
      *> pagamento e regravados ao final dele. O pool efetivo da faixa
      *> e o pool base de LOTPREMIO.DAT mais o acumulado.
      *>----------------------------------------------------------------*
       01  ws-status-acumulados                    pic x(02).
       01  ws-fim-acumulados                       pic x(01) value "N".
           88 fim-acumulados                           value "S".
       01  ws-qtd-acumulados                       pic 9(02) value zero.
       01  ws-acumulados-estourou                  pic x(01) value "N".
           88 acumulados-estourou                      value "S".
       01  ws-ix-acum                              pic 9(02).
       01  ws-ix-acum-faixa                        pic 9(02).
       01  ws-tabela-acumulados.
           05 ws-acumulado occurs 50 times.
              10 ws-acum-qtd                       pic 9(02).
              10 ws-acum-acertos                   pic 9(02).
              10 ws-acum-valor                     pic 9(11)v99.
              10 ws-acum-ultimo-concurso           pic 9(06).
              10 ws-acum-valor-anterior            pic 9(11)v99.
       01  ws-premio-acumulado                     pic 9(11)v99.
       01  ws-premio-pool-efetivo                  pic 9(12)v99.
       01  ws-premio-novo-acumulado                pic 9(12)v99.
       01  ws-premio-total-acumulado               pic 9(13)v99.
       01  ws-premio-total-base                    pic 9(13)v99.
       01  ws-valor-editado2                       pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado3                       pic zzz.zzz.zzz.zz9,99.

      *>----------------------------------------------------------------*
      *> Retencao do imposto de renda no pagamento: tabela de faixas
      *> carregada de LOTIRRF.DAT (sem o arquivo, ou com o arquivo
      *> fora de ordem, vale a regra legal tradicional: isento ate
      *> 2.259,20 e 30% sobre o premio inteiro acima disso). O calculo
      *> recebe o bruto em ws-irrf-base e devolve aliquota, imposto e
      *> liquido; os totais somam o retido da aposta, da faixa e do
      *> concurso.
      *>----------------------------------------------------------------*
       01  ws-status-tabela-irrf                   pic x(02).
       01  ws-status-retencoes                     pic x(02).
       01  ws-fim-tabela-irrf                      pic x(01) value "N".
           88 fim-tabela-irrf                          value "S".
       01  ws-tabela-irrf-invalida                 pic x(01) value "N".
           88 tabela-irrf-invalida                     value "S".
       01  ws-qtd-faixas-irrf                      pic 9(02) value zero.
       01  ws-ix-irrf                              pic 9(02).
       01  ws-ix-irrf-faixa                        pic 9(02).
       01  ws-tabela-irrf.
           05 ws-faixa-irrf occurs 10 times.
              10 ws-irrf-valor-minimo              pic 9(11)v99.
              10 ws-irrf-aliquota                  pic 9(03)v99.
              10 ws-irrf-parcela-deduzir           pic 9(11)v99.
       01  ws-irrf-base                            pic 9(11)v99.
       01  ws-irrf-aliquota-aplicada               pic 9(03)v99.
       01  ws-irrf-valor                           pic 9(11)v99.
       01  ws-irrf-liquido                         pic 9(11)v99.
       01  ws-irrf-calculo                         pic s9(13)v99.
       01  ws-premio-irrf-aposta                   pic 9(11)v99.
       01  ws-premio-irrf-faixa                    pic 9(13)v99.
       01  ws-premio-irrf-total                    pic 9(13)v99.
       01  ws-premio-liquido-total                 pic 9(13)v99.
       01  ws-aliquota-editada                     pic zz9,99.
       01  ws-gravar-retencao                      pic x(01).
           88 gravar-retencao                          value "S".
       01  ws-quota-retencao                       pic 9(03)v99.

      *>----------------------------------------------------------------*
      *> Tabela de precos carregada de LOTPRECO.DAT, indexada pela
      *> quantidade de numeros do jogo. Sem o arquivo (ou sem a

               perform verificarCheckpoint          *> Verifica se existe rodada interrompida para retomar

      *>----------------------------------------------------------------*
      *> Aposta nova so e aceita com um concurso aberto para vendas, e
      *> sai carimbada com ele; a retomada mantem o concurso gravado no
      *> checkpoint, para o qual a aposta foi aceita
      *>----------------------------------------------------------------*
               if not retomando
                    perform obterConcursoAberto
                    if ws-concurso-numero = zero
                        display "Nenhum concurso aberto para vendas em LOTCONC.DAT; aposta nao aceita. Abra o concurso pelo loteriaConcurso."
                        move "APOSTA RECUSADA (interativo) nenhum concurso aberto para vendas" to ws-audit-mensagem
                        perform gravarAuditoria
                        perform finaliza
                    end-if
                    display "Aposta para o concurso " ws-concurso-numero
                    perform carregarPontosVenda
                    perform aceitarPontoVenda
               end-if

               if not retomando
                    display "Informe quantos numero voce quer apostar : "
                    accept qtd-num-jogar
           move ws-apostador-id              to hist-apostador-id
           move ws-concurso-numero           to hist-concurso
           move ws-bolao-id                  to hist-bolao-id
           move ws-ponto-venda               to hist-ponto-venda
           if modo-conferencia
               move zero                     to hist-semente
           else
           move ws-param-num-min             to hist-num-min
           move ws-param-num-max             to hist-num-max
           move ws-retomando                 to hist-retomada
           set hist-aposta-valida            to true
           if modo-conferencia
               move zero                     to hist-valor-aposta
           else
               move ws-preco-valor(qtd-num-jogar) to hist-valor-aposta
           end-if
           evaluate true
               when limite-atingido
                   set hist-resultado-nao-convergiu to true
      *> O historico e indexado pela hist-chave (data/hora/centesimo +
      *> sequencia). O arquivo so e criado do zero quando realmente nao
      *> existe (status 35); qualquer outra falha de abertura - por
      *> exemplo um LOTHIST.DAT ainda no formato antigo line sequential
      *> ou indexado com o registro anterior de 137 posicoes (status
      *> 39), que precisa passar pelo loteriaConverteHistorico -
      *> interrompe a gravacao com aviso em vez de destruir o arquivo
      *> existente.
      *> Chave duplicada (duas gravacoes no mesmo centesimo) avanca a
      *> sequencia e tenta de novo.
      *>----------------------------------------------------------------*
           move ws-aposta                   to mov-aposta
           move ws-apostador-id             to mov-apostador-id
           move ws-valor-aposta             to mov-valor
           move zero                        to mov-valor-acumulado
           move zero                        to mov-valor-irrf
           move ws-valor-aposta             to mov-valor-liquido
           move ws-ponto-venda              to mov-ponto-venda
           perform gravarMovimento

           move ws-valor-aposta to ws-valor-editado
           string "APOSTA PRECIFICADA QTD=" qtd-num-jogar
               " APOSTA=" ws-aposta
               " APOSTADOR=" ws-apostador-id
               " PDV=" ws-ponto-venda
               " VALOR=" ws-valor-editado
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

      *>----------------------------------------------------------------*
      *> Grava o movimento "P" de saida de caixa de uma faixa paga na
      *> conferencia (total rateado da faixa, imposto retido e liquido),
      *> para o fechamento do dia
      *>----------------------------------------------------------------*
       gravarMovimentoPremio section.

           move spaces                            to mov-aposta
           move zero                              to mov-apostador-id
           move ws-premio-total-faixa             to mov-valor
           move ws-premio-acumulado               to mov-valor-acumulado
           move ws-premio-irrf-faixa              to mov-valor-irrf
           compute mov-valor-liquido =
               ws-premio-total-faixa - ws-premio-irrf-faixa
           move zero                              to mov-ponto-venda
           perform gravarMovimento

           .
       gravarMovimento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Guarda em LOTSUSP.DAT o detalhe corrente do arquivo de
      *> transacoes recusado pelo batch, pendente de correcao ou baixa,
      *> com o motivo deixado em ws-motivo-suspensao pelo chamador
      *>----------------------------------------------------------------*
       gravarSuspenso section.

           move spaces to reg-suspenso
           move ws-trans-identificador      to susp-arquivo-id
           move ws-linha-transacao          to susp-linha
           move function current-date(1:8)  to susp-data-suspensao
           move function current-date(9:6)  to susp-hora-suspensao
           move trans-qtd-num-jogar         to susp-qtd-num-jogar
           move trans-aposta                to susp-aposta
           move ws-apostador-id             to susp-apostador-id
           move ws-bolao-id                 to susp-bolao-id
           move ws-motivo-suspensao         to susp-motivo
           move ws-ponto-venda              to susp-ponto-venda
           set susp-pendente                to true
           move zero                        to susp-data-resolucao

           open extend f-suspensos
           if ws-status-suspensos not = "00"
               open output f-suspensos
           end-if
           write reg-suspenso
           close f-suspensos

           .
       gravarSuspenso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o cadastro de pontos de venda LOTPDV.DAT em memoria
      *> (codigo e situacao), para validar o ponto das apostas. Sem o
      *> arquivo o cadastro fica vazio e so a venda direta e aceita.
      *>----------------------------------------------------------------*
       carregarPontosVenda section.

           move zero to ws-qtd-pontos-venda
           move "N"  to ws-fim-pontos-venda

           open input f-pontos-venda
           if ws-status-pontos-venda = "00"
               perform until fim-pontos-venda
                   read f-pontos-venda
                       at end
                           set fim-pontos-venda to true
                       not at end
                           if ws-qtd-pontos-venda < 999
                               add 1 to ws-qtd-pontos-venda
                               move pdv-codigo to
                                   ws-pdv-cad-codigo(ws-qtd-pontos-venda)
                               move pdv-situacao to
                                   ws-pdv-cad-situacao(ws-qtd-pontos-venda)
                           end-if
                   end-read
               end-perform
               close f-pontos-venda
           end-if

           .
       carregarPontosVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o ponto de venda da aposta interativa, repetindo a pergunta
      *> enquanto o ponto nao estiver cadastrado e ativo; cada recusa
      *> vai para a auditoria como as demais entradas invalidas
      *>----------------------------------------------------------------*
       aceitarPontoVenda section.

           display "Ponto de venda da aposta (0 = venda direta) : "
           move zero to ws-ponto-venda
           accept ws-ponto-venda
           perform validarPontoVenda
           perform until ponto-venda-valido
               display "Ponto de venda " ws-ponto-venda " nao cadastrado ou inativo em LOTPDV.DAT"
               move spaces to ws-audit-mensagem
               string "Entrada invalida rejeitada (ponto de venda "
                   ws-ponto-venda " nao cadastrado ou inativo)"
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria
               move zero to ws-ponto-venda
               accept ws-ponto-venda
               perform validarPontoVenda
           end-perform

           .
       aceitarPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Valida ws-ponto-venda contra o cadastro em memoria: zero (venda
      *> direta) ou ponto cadastrado que nao esteja desativado
      *>----------------------------------------------------------------*
       validarPontoVenda section.

           if ws-ponto-venda = zero
               set ponto-venda-valido to true
           else
               move "N" to ws-ponto-venda-valido
               perform varying ws-ix-ponto-venda from 1 by 1
                       until ws-ix-ponto-venda > ws-qtd-pontos-venda
                   if  ws-pdv-cad-codigo(ws-ix-ponto-venda) = ws-ponto-venda
                   and ws-pdv-cad-situacao(ws-ix-ponto-venda) not = "I"
                       set ponto-venda-valido to true
                   end-if
               end-perform
           end-if

           .
       validarPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava uma linha no log de auditoria LOTAUDIT.LOG, com a data e
      *> hora atuais seguidas da mensagem deixada em ws-audit-mensagem
                       else
                           move zero           to ws-semente-rodada
                       end-if
                       if ckpt-concurso numeric
                           move ckpt-concurso  to ws-concurso-numero
                       else
                           perform obterConcursoAberto
                       end-if
                       if ckpt-ponto-venda numeric
                           move ckpt-ponto-venda to ws-ponto-venda
                       else
                           move zero         to ws-ponto-venda
                       end-if
                       set nao_acertou         to true
                       move "S"                to ws-retomando
                   end-if
           move function current-date(1:8) to ckpt-data-gravacao
           move function current-date(9:6) to ckpt-hora-gravacao
           move ws-semente-rodada to ckpt-semente
           move ws-concurso-numero to ckpt-concurso
           move ws-ponto-venda     to ckpt-ponto-venda

           open output f-checkpoint
           write reg-checkpoint
      *>----------------------------------------------------------------*
       processamentoBatch section.

           perform carregarPontosVenda
           perform validarArquivoTransacoes

           if arquivo-trans-valido
               perform verificarArquivoJaProcessado
           end-if

      *>----------------------------------------------------------------*
      *> As apostas do arquivo sao carimbadas com o concurso aberto
      *> para vendas; sem concurso aberto o arquivo nao e processado
      *> nem registrado como processado, e pode ser reapresentado
      *> depois da abertura
      *>----------------------------------------------------------------*
           if arquivo-trans-valido and processamento-autorizado
               perform obterConcursoAberto
               if ws-concurso-numero = zero
                   move "N" to ws-processamento-autorizado
                   display "Nenhum concurso aberto para vendas em LOTCONC.DAT; arquivo LOTTRANS.DAT nao processado. Abra o concurso pelo loteriaConcurso."
                   move spaces to ws-audit-mensagem
                   string "ARQUIVO RECUSADO (batch) ID=" ws-trans-identificador
                       " MOTIVO=nenhum concurso aberto para vendas"
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
               end-if
           end-if

           if arquivo-trans-valido and processamento-autorizado
               move "N" to ws-fim-transacoes

                   open output f-rel-batch
               end-if

               move spaces to reg-relatorio-batch
               string "LOTE ID=" ws-trans-identificador
                   " DATA-GERACAO=" ws-trans-data-geracao
                   " CONCURSO=" ws-concurso-numero
                   " PONTO DE VENDA=" ws-trans-ponto-venda
                   delimited by size into reg-relatorio-batch
               write reg-relatorio-batch

               move zero to ws-linha-transacao
               perform until fim-transacoes
                   read f-transacoes
                       at end
                           set fim-transacoes to true
                       not at end
                           add 1 to ws-linha-transacao
                           if trans-tipo-detalhe
                               perform processarTransacaoBatch
                           end-if
           move zero   to ws-registros-apos-trailer
           move spaces to ws-trans-identificador
           move spaces to ws-motivo-rejeicao
           move zero   to ws-trans-ponto-venda

           open input f-transacoes
           if ws-status-transacoes not = "00"
               end-perform
               close f-transacoes

               move ws-trans-ponto-venda to ws-ponto-venda
               perform validarPontoVenda

               evaluate true
                   when not header-visto
                       move "header ausente (arquivo vazio ou de formato antigo)"
                           ") difere dos detalhes lidos ("
                           ws-qtd-detalhes-lidos ")"
                           delimited by size into ws-motivo-rejeicao
                   when not ponto-venda-valido
                       move spaces to ws-motivo-rejeicao
                       string "ponto de venda do header ("
                           ws-trans-ponto-venda
                           ") nao cadastrado ou inativo em LOTPDV.DAT"
                           delimited by size into ws-motivo-rejeicao
                   when other
                       set arquivo-trans-valido to true
               end-evaluate
                               to ws-trans-identificador
                           move trans-hdr-data-geracao
                               to ws-trans-data-geracao
                           if trans-hdr-ponto-venda numeric
                               move trans-hdr-ponto-venda
                                   to ws-trans-ponto-venda
                           end-if
                       end-if
                   when trans-tipo-detalhe
                       if header-visto
           else
               move zero to ws-bolao-id
           end-if
           if trans-ponto-venda numeric and trans-ponto-venda > zero
               move trans-ponto-venda to ws-ponto-venda
           else
               move ws-trans-ponto-venda to ws-ponto-venda
           end-if

           if qtd-num-jogar < ws-param-qtd-min or qtd-num-jogar > ws-param-qtd-max
               move spaces to reg-relatorio-batch
               string "APOSTA IGNORADA (quantidade invalida): " trans-aposta
                   " LINHA=" ws-linha-transacao " ENVIADA PARA SUSPENSAO"
                   delimited by size into reg-relatorio-batch
               write reg-relatorio-batch

               move spaces to ws-audit-mensagem
               string "ENTRADA INVALIDA (batch) QTD=" trans-qtd-num-jogar
                   " APOSTA=" trans-aposta
                   " ID=" ws-trans-identificador
                   " LINHA=" ws-linha-transacao
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria

               move "quantidade de numeros invalida" to ws-motivo-suspensao
               perform gravarSuspenso
           else
               evaluate qtd-num-jogar
                   when 6
                       perform validarApostaLote10
               end-evaluate

               perform validarPontoVenda

               evaluate true
                   when aposta-lote-invalida
                       move spaces to reg-relatorio-batch
                       string "APOSTA IGNORADA (numeros invalidos ou repetidos): " trans-aposta
                           " LINHA=" ws-linha-transacao " ENVIADA PARA SUSPENSAO"
                           delimited by size into reg-relatorio-batch
                       write reg-relatorio-batch

                       move spaces to ws-audit-mensagem
                       string "ENTRADA INVALIDA (batch, numeros) QTD=" trans-qtd-num-jogar
                           " APOSTA=" trans-aposta
                           " ID=" ws-trans-identificador
                           " LINHA=" ws-linha-transacao
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria

                       move "numeros fora da faixa ou repetidos"
                           to ws-motivo-suspensao
                       perform gravarSuspenso
                   when not ponto-venda-valido
                       move spaces to reg-relatorio-batch
                       string "APOSTA IGNORADA (ponto de venda " ws-ponto-venda
                           " nao cadastrado ou inativo): " trans-aposta
                           " LINHA=" ws-linha-transacao " ENVIADA PARA SUSPENSAO"
                           delimited by size into reg-relatorio-batch
                       write reg-relatorio-batch

                       move spaces to ws-audit-mensagem
                       string "ENTRADA INVALIDA (batch, ponto de venda) PDV=" ws-ponto-venda
                           " APOSTA=" trans-aposta
                           " ID=" ws-trans-identificador
                           " LINHA=" ws-linha-transacao
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria

                       move "ponto de venda nao cadastrado ou inativo"
                           to ws-motivo-suspensao
                       perform gravarSuspenso
                   when other
                       perform gravarMovimentoAposta
                       move zero to ws-tentativas
                       set nao_acertou to true
                       perform capturarHoraInicial
                       perform zerarAcertosParciais
                       perform iniciarSemente

                       evaluate qtd-num-jogar
                           when 6
                               perform until acertou or limite-atingido
                                   perform gerar-random6
                                   perform testarSorteio6
                                   perform contarAcertos6
                                   perform verificarLimiteTentativas
                               end-perform
                           when 7
                               perform until acertou or limite-atingido
                                   perform gerar-random6
                                   perform gerar-random7
                                   perform testarSorteio7
                                   perform contarAcertos7
                                   perform verificarLimiteTentativas
                               end-perform
                           when 8
                               perform until acertou or limite-atingido
                                   perform gerar-random6
                                   perform gerar-random7
                                   perform gerar-random8
                                   perform testarSorteio8
                                   perform contarAcertos8
                                   perform verificarLimiteTentativas
                               end-perform
                           when 9
                               perform until acertou or limite-atingido
                                   perform gerar-random6
                                   perform gerar-random7
                                   perform gerar-random8
                                   perform gerar-random9
                                   perform testarSorteio9
                                   perform contarAcertos9
                                   perform verificarLimiteTentativas
                               end-perform
                           when 10
                               perform until acertou or limite-atingido
                                   perform gerar-random6
                                   perform gerar-random7
                                   perform gerar-random8
                                   perform gerar-random9
                                   perform gerar-random10
                                   perform testarSorteio10
                                   perform contarAcertos10
                                   perform verificarLimiteTentativas
                               end-perform
                       end-evaluate

                       perform capturarHoraFinal
                       perform tempo-gasto
                       perform gravarHistorico
                       perform montarHistAcertosBlob

                       move spaces to reg-relatorio-batch
                       if limite-atingido
                           string "APOSTA=" trans-aposta
                               " APOSTADOR=" ws-apostador-id
                               " PDV=" ws-ponto-venda
                               " RODADA ABANDONADA apos " ws-tentativas
                               " tentativas sem acerto (limite: " ws-param-max-tentativas ")"
                               " SEGUNDOS=" ws-segundos-totais
                               " MELHOR_PARCIAL=" ws-melhor-acertos
                               " HIST=" ws-hist-acertos-blob
                               delimited by size into reg-relatorio-batch
                       else
                           string "APOSTA=" trans-aposta
                               " APOSTADOR=" ws-apostador-id
                               " PDV=" ws-ponto-venda
                               " SORTEIO=" ws-sorteio
                               " TENTATIVAS=" ws-tentativas
                               " SEGUNDOS=" ws-segundos-totais
                               " MELHOR_PARCIAL=" ws-melhor-acertos
                               " HIST=" ws-hist-acertos-blob
                               delimited by size into reg-relatorio-batch
                       end-if
                       write reg-relatorio-batch

                       move spaces to ws-audit-mensagem
                       if limite-atingido
                           string "RESULTADO QTD=" qtd-num-jogar
                               " APOSTA=" ws-aposta
                               " SORTEIO=" ws-sorteio
                               " TENTATIVAS=" ws-tentativas
                               " SITUACAO=NAO CONVERGIU"
                               " SEMENTE=" ws-semente-rodada
                               delimited by size into ws-audit-mensagem
                       else
                           string "RESULTADO QTD=" qtd-num-jogar
                               " APOSTA=" ws-aposta
                               " SORTEIO=" ws-sorteio
                               " TENTATIVAS=" ws-tentativas
                               " SITUACAO=ACERTOU"
                               " SEMENTE=" ws-semente-rodada
                               delimited by size into ws-audit-mensagem
                       end-if
                       perform gravarAuditoria
               end-evaluate
           end-if

           .
           perform selecionarConcurso

           if concurso-encontrado
               perform verificarSituacaoConcurso
           end-if

      *>   Sem tabela de premiacao nada pode ser pago nem acumulado: a
      *>   conferencia e recusada antes de gravar qualquer resultado no
      *>   historico e o concurso continua na situacao em que estava,
      *>   para ser liquidado quando a tabela for restabelecida
           if concurso-encontrado and concurso-liberado
               perform carregarTabelaPremios
               if ws-qtd-premios = 0
                   move "N" to ws-concurso-liberado
                   display "Tabela de premiacao LOTPREMIO.DAT nao encontrada ou vazia; liquidacao do concurso " ws-concurso-numero " recusada."
                   move spaces to ws-audit-mensagem
                   string "LIQUIDACAO RECUSADA CONCURSO=" ws-concurso-numero
                       " MOTIVO=TABELA DE PREMIACAO LOTPREMIO.DAT AUSENTE OU VAZIA"
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
               end-if
           end-if

           if concurso-encontrado and concurso-liberado
               move oficial-sorteio to ws-sorteio

               move zero to ws-qtd-conferidas
               if ws-status-historico not = "00"
                   display "Arquivo de historico LOTHIST.DAT nao encontrado ou fora do formato indexado (status " ws-status-historico ")"
               else
                   perform carregarApostadores
                   perform carregarBoloes
                   perform carregarTabelaIrrf

                   open output f-confere-trab
                   open extend f-rel-confere
                           at end
                               set fim-historico to true
                           not at end
                               if  not hist-modo-conferencia
                               and not hist-aposta-cancelada
                               and hist-concurso numeric
                               and hist-concurso = ws-concurso-numero
                                   perform processarTransacaoConferencia
                               end-if
                       end-read
                   close f-historico

                   if ws-qtd-conferidas = 0
                       display "Nenhuma aposta carimbada para o concurso " ws-concurso-numero " em LOTHIST.DAT para conferir"
                   else
                       perform registrarConferenciasHistorico
                       display "Conferencia do concurso " ws-concurso-numero " concluida. Relatorio em LOTCONFER.RPT"
                   end-if

      *>           Mesmo sem apostas o pagamento roda: as faixas ficam
      *>           sem ganhadores e os pools sao transportados para o
      *>           acumulado do concurso seguinte
                   perform gerarRelatorioPagamento

                   perform registrarConcursoLiquidado
               end-if
           end-if

       selecionarConcurso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Confere a situacao do concurso escolhido no controle
      *> LOTCONC.DAT antes de qualquer leitura do historico: so um
      *> concurso sorteado (sorteio registrado pelo loteriaOficial) e
      *> liberado; um concurso ja liquidado so e reliquidado com
      *> autorizacao de supervisor; concurso fora do controle, ainda
      *> aberto ou com vendas fechadas sem sorteio e recusado. Toda
      *> recusa vai para a auditoria.
      *>----------------------------------------------------------------*
       verificarSituacaoConcurso section.

           move "N" to ws-concurso-liberado
           move "N" to ws-reliquidacao

           perform carregarConcursos
           perform localizarConcurso

           evaluate true
               when concursos-estourou
                   display "LOTCONC.DAT excede a capacidade da tabela de concursos (9999); liquidacao recusada para nao truncar o controle."
               when ws-ix-concurso-achado = zero
                   display "Concurso " ws-concurso-numero " nao consta do controle LOTCONC.DAT (nao foi aberto para vendas pelo loteriaConcurso); nenhuma aposta esta carimbada para ele."
               when ws-conc-situacao(ws-ix-concurso-achado) = "S"
                   set concurso-liberado to true
               when ws-conc-situacao(ws-ix-concurso-achado) = "L"
                   perform autorizarReliquidacao
               when ws-conc-situacao(ws-ix-concurso-achado) = "A"
                   display "Concurso " ws-concurso-numero " ainda esta aberto para vendas; feche as vendas pelo loteriaConcurso e registre o sorteio pelo loteriaOficial antes de liquidar."
               when other
                   display "Concurso " ws-concurso-numero " sem sorteio registrado no controle (situacao " ws-conc-situacao(ws-ix-concurso-achado) "); registre o sorteio pelo loteriaOficial antes de liquidar."
           end-evaluate

           if not concurso-liberado
               move spaces to ws-audit-mensagem
               if ws-ix-concurso-achado = zero
                   string "LIQUIDACAO RECUSADA CONCURSO=" ws-concurso-numero
                       " SITUACAO=FORA DO CONTROLE"
                       delimited by size into ws-audit-mensagem
               else
                   string "LIQUIDACAO RECUSADA CONCURSO=" ws-concurso-numero
                       " SITUACAO=" ws-conc-situacao(ws-ix-concurso-achado)
                       delimited by size into ws-audit-mensagem
               end-if
               perform gravarAuditoria
           end-if

           .
       verificarSituacaoConcurso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Concurso ja liquidado: a nova liquidacao gravaria de novo os
      *> ganhos e os movimentos de premio, entao so segue com a
      *> identificacao de um supervisor, o motivo e a confirmacao,
      *> tudo auditado. Sem supervisor ou sem confirmacao a liquidacao
      *> e recusada.
      *>----------------------------------------------------------------*
       autorizarReliquidacao section.

           display "Concurso " ws-concurso-numero " ja foi liquidado em "
               ws-conc-data-liquidacao(ws-ix-concurso-achado)
               " (" ws-conc-qtd-liquidacoes(ws-ix-concurso-achado)
               " liquidacao(oes)). Liquidar de novo duplica ganhos e movimentos de premio."
           display "Identificacao do supervisor que autoriza a reliquidacao (vazio = cancelar):"
           move spaces to ws-supervisor
           accept ws-supervisor

           if ws-supervisor = spaces
               display "Reliquidacao nao autorizada; concurso " ws-concurso-numero " nao foi liquidado de novo."
           else
               display "Motivo da reliquidacao:"
               move spaces to ws-motivo-reliquidacao
               accept ws-motivo-reliquidacao
               display "Confirma a reliquidacao do concurso " ws-concurso-numero " (S/N) ? "
               move spaces to ws-resposta
               accept ws-resposta
               if function upper-case(ws-resposta) = "S"
               and ws-motivo-reliquidacao not = spaces
                   set concurso-liberado to true
                   set reliquidacao to true
                   move spaces to ws-audit-mensagem
                   string "RELIQUIDACAO AUTORIZADA CONCURSO=" ws-concurso-numero
                       " SUPERVISOR=" ws-supervisor
                       " MOTIVO=" ws-motivo-reliquidacao
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
               else
                   display "Reliquidacao cancelada (sem motivo ou sem confirmacao)."
               end-if
           end-if

           .
       autorizarReliquidacao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Marca o concurso recem-conferido como liquidado no controle,
      *> com a data e a contagem de liquidacoes, e regrava o controle
      *>----------------------------------------------------------------*
       registrarConcursoLiquidado section.

           move "L" to ws-conc-situacao(ws-ix-concurso-achado)
           move function current-date(1:8)
               to ws-conc-data-liquidacao(ws-ix-concurso-achado)
           if ws-conc-qtd-liquidacoes(ws-ix-concurso-achado) not numeric
               move zero to ws-conc-qtd-liquidacoes(ws-ix-concurso-achado)
           end-if
           add 1 to ws-conc-qtd-liquidacoes(ws-ix-concurso-achado)

           perform regravarConcursos

           move spaces to ws-audit-mensagem
           string "CONCURSO LIQUIDADO NUMERO=" ws-concurso-numero
               " CONFERIDAS=" ws-qtd-conferidas
               " LIQUIDACOES=" ws-conc-qtd-liquidacoes(ws-ix-concurso-achado)
               " RELIQUIDACAO=" ws-reliquidacao
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           .
       registrarConcursoLiquidado-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Procura no controle o concurso aberto para vendas e deixa o
      *> numero em ws-concurso-numero (zero quando nao ha concurso
      *> aberto ou o controle nao existe). Havendo mais de um aberto,
      *> vale o de maior numero.
      *>----------------------------------------------------------------*
       obterConcursoAberto section.

           move zero to ws-concurso-numero
           move zero to ws-concurso-data
           move "N"  to ws-fim-concursos

           open input f-concursos
           if ws-status-concursos = "00"
               perform until fim-concursos
                   read f-concursos
                       at end
                           set fim-concursos to true
                       not at end
                           if  conc-aberto
                           and conc-numero numeric
                           and conc-numero > ws-concurso-numero
                               move conc-numero to ws-concurso-numero
                           end-if
                   end-read
               end-perform
               close f-concursos
           end-if

           .
       obterConcursoAberto-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o controle LOTCONC.DAT inteiro em memoria
      *>----------------------------------------------------------------*
       carregarConcursos section.

           move zero to ws-qtd-concursos
           move "N"  to ws-fim-concursos
           move "N"  to ws-concursos-estourou

           open input f-concursos
           if ws-status-concursos = "00"
               perform until fim-concursos
                   read f-concursos
                       at end
                           set fim-concursos to true
                       not at end
                           if ws-qtd-concursos < 9999
                               add 1 to ws-qtd-concursos
                               move reg-concurso
                                   to ws-concurso-entrada(ws-qtd-concursos)
                           else
                               set concursos-estourou to true
                           end-if
                   end-read
               end-perform
               close f-concursos
           end-if

           .
       carregarConcursos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Procura ws-concurso-numero no controle em memoria; deixa o
      *> indice em ws-ix-concurso-achado (zero quando ausente)
      *>----------------------------------------------------------------*
       localizarConcurso section.

           move zero to ws-ix-concurso-achado
           perform varying ws-ix-concurso from 1 by 1
                   until ws-ix-concurso > ws-qtd-concursos
               if ws-conc-numero(ws-ix-concurso) = ws-concurso-numero
                   move ws-ix-concurso to ws-ix-concurso-achado
               end-if
           end-perform

           .
       localizarConcurso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Regrava o controle LOTCONC.DAT por inteiro a partir da tabela
      *> em memoria
      *>----------------------------------------------------------------*
       regravarConcursos section.

           open output f-concursos
           perform varying ws-ix-concurso from 1 by 1
                   until ws-ix-concurso > ws-qtd-concursos
               move ws-concurso-entrada(ws-ix-concurso) to reg-concurso
               write reg-concurso
           end-perform
           close f-concursos

           .
       regravarConcursos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Fecha o relatorio de conferencia com o resumo do concurso
      *> liquidado: apostas conferidas, ganhadoras e a distribuicao por
               open output f-ganhos
           end-if

           open extend f-retencoes
           if ws-status-retencoes not = "00"
               open output f-retencoes
           end-if

           move zero to ws-premio-total-geral
           move zero to ws-premio-ganhadores-total
           move zero to ws-premio-total-acumulado
           move zero to ws-premio-irrf-total

           perform carregarAcumulados

           move spaces to reg-relatorio-pagto
           string "RELATORIO DE PAGAMENTO - CONCURSO=" ws-concurso-numero
               delimited by size into reg-relatorio-pagto
           write reg-relatorio-pagto

           compute ws-premio-liquido-total =
               ws-premio-total-geral - ws-premio-irrf-total
           move ws-premio-irrf-total    to ws-valor-editado
           move ws-premio-liquido-total to ws-valor-editado2
           move spaces to reg-relatorio-pagto
           string "  IRRF RETIDO NA FONTE=" ws-valor-editado
               " LIQUIDO AOS GANHADORES=" ws-valor-editado2
               delimited by size into reg-relatorio-pagto
           write reg-relatorio-pagto

           compute ws-premio-total-base =
               ws-premio-total-geral - ws-premio-total-acumulado
           move ws-premio-total-base      to ws-valor-editado
           move ws-premio-total-acumulado to ws-valor-editado2
           move spaces to reg-relatorio-pagto
           string "  DOS QUAIS POOL BASE=" ws-valor-editado
               " ACUMULADO DE CONCURSOS ANTERIORES=" ws-valor-editado2
               delimited by size into reg-relatorio-pagto
           write reg-relatorio-pagto

           perform regravarAcumulados

           close f-retencoes
           close f-ganhos
           close f-rel-pagto
           display "Relatorio de pagamento em LOTPAGTO.RPT"
           display "Detalhe de ganhos acrescentado a LOTGANHO.DAT"
           display "Retencoes de imposto de renda acrescentadas a LOTRETEN.DAT"

           move spaces to ws-audit-mensagem
           string "PAGAMENTO SORTEIO=" ws-sorteio
               " GANHADORES=" ws-premio-ganhadores-total
               " TOTAL=" ws-premio-total-geral
               " CONCURSO=" ws-concurso-numero
               " ACUMULADO=" ws-premio-total-acumulado
               " IRRF=" ws-premio-irrf-total
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

      *>----------------------------------------------------------------*
       pagarFaixaPremio section.

           perform obterAcumuladoFaixa
           compute ws-premio-pool-efetivo =
               ws-premio-pool(ws-ix-premio) + ws-premio-acumulado

           move zero to ws-premio-ganhadores
           move "N"  to ws-fim-confere-trab
           open input f-confere-trab
           close f-confere-trab

           if ws-premio-ganhadores = 0
               move ws-premio-pool-efetivo to ws-valor-editado
               move spaces to reg-relatorio-pagto
               string "FAIXA QTD=" ws-premio-qtd(ws-ix-premio)
                   " ACERTOS=" ws-premio-acertos(ws-ix-premio)
                   " SEM GANHADORES (POOL=" ws-valor-editado ")"
                   delimited by size into reg-relatorio-pagto
               write reg-relatorio-pagto
               perform transportarAcumuladoFaixa
           else
               compute ws-premio-rateio =
                   ws-premio-pool-efetivo / ws-premio-ganhadores
               compute ws-premio-total-faixa =
                   ws-premio-rateio * ws-premio-ganhadores
               if ws-premio-acumulado > ws-premio-total-faixa
                   move ws-premio-total-faixa to ws-premio-acumulado
               end-if
               add ws-premio-total-faixa  to ws-premio-total-geral
               add ws-premio-acumulado    to ws-premio-total-acumulado
               add ws-premio-ganhadores   to ws-premio-ganhadores-total

               move ws-premio-rateio to ws-valor-editado
               move spaces to reg-relatorio-pagto
                   delimited by size into reg-relatorio-pagto
               write reg-relatorio-pagto

               move ws-premio-pool(ws-ix-premio) to ws-valor-editado
               move ws-premio-acumulado          to ws-valor-editado2
               move spaces to reg-relatorio-pagto
               string "  POOL BASE=" ws-valor-editado
                   " ACUMULADO=" ws-valor-editado2
                   delimited by size into reg-relatorio-pagto
               write reg-relatorio-pagto

               perform zerarAcumuladoFaixa

               move zero to ws-premio-irrf-faixa
               move "N" to ws-fim-confere-trab
               open input f-confere-trab
               if ws-status-confere-trab not = "00"
                   end-read
               end-perform
               close f-confere-trab

      *>       o movimento "P" sai depois dos ganhadores porque leva o
      *>       imposto retido da faixa, somado ganhador a ganhador
               add ws-premio-irrf-faixa to ws-premio-irrf-total
               perform gravarMovimentoPremio

               compute ws-premio-liquido-total =
                   ws-premio-total-faixa - ws-premio-irrf-faixa
               move ws-premio-irrf-faixa    to ws-valor-editado
               move ws-premio-liquido-total to ws-valor-editado2
               move spaces to reg-relatorio-pagto
               string "  IRRF RETIDO NA FAIXA=" ws-valor-editado
                   " LIQUIDO DA FAIXA=" ws-valor-editado2
                   delimited by size into reg-relatorio-pagto
               write reg-relatorio-pagto
           end-if

           .
       pagarFaixaPremio-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Localiza (ou cria) o acumulado da faixa corrente e deixa em
      *> ws-premio-acumulado o valor que entra no pool deste concurso.
      *> Numa reliquidacao do mesmo concurso vale o acumulado que a
      *> faixa tinha antes da primeira liquidacao.
      *>----------------------------------------------------------------*
       obterAcumuladoFaixa section.

           move zero to ws-ix-acum-faixa
           move zero to ws-premio-acumulado

           perform varying ws-ix-acum from 1 by 1
                   until ws-ix-acum > ws-qtd-acumulados
               if  ws-acum-qtd(ws-ix-acum) = ws-premio-qtd(ws-ix-premio)
               and ws-acum-acertos(ws-ix-acum)
                       = ws-premio-acertos(ws-ix-premio)
                   move ws-ix-acum to ws-ix-acum-faixa
               end-if
           end-perform

           if ws-ix-acum-faixa = zero
               if ws-qtd-acumulados < 50
                   add 1 to ws-qtd-acumulados
                   move ws-qtd-acumulados to ws-ix-acum-faixa
                   move ws-premio-qtd(ws-ix-premio)
                       to ws-acum-qtd(ws-ix-acum-faixa)
                   move ws-premio-acertos(ws-ix-premio)
                       to ws-acum-acertos(ws-ix-acum-faixa)
                   move zero to ws-acum-valor(ws-ix-acum-faixa)
                   move zero to ws-acum-ultimo-concurso(ws-ix-acum-faixa)
                   move zero to ws-acum-valor-anterior(ws-ix-acum-faixa)
               else
                   display "AVISO: LOTACUM.DAT sem espaco para a faixa QTD=" ws-premio-qtd(ws-ix-premio) " ACERTOS=" ws-premio-acertos(ws-ix-premio) "; faixa sem acumulado."
               end-if
           end-if

           if ws-ix-acum-faixa > zero
               if ws-acum-ultimo-concurso(ws-ix-acum-faixa)
                       = ws-concurso-numero
                   move ws-acum-valor-anterior(ws-ix-acum-faixa)
                       to ws-premio-acumulado
               else
                   move ws-acum-valor(ws-ix-acum-faixa)
                       to ws-premio-acumulado
                   move ws-acum-valor(ws-ix-acum-faixa)
                       to ws-acum-valor-anterior(ws-ix-acum-faixa)
                   move ws-concurso-numero
                       to ws-acum-ultimo-concurso(ws-ix-acum-faixa)
               end-if
           end-if

           .
       obterAcumuladoFaixa-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Faixa sem ganhadores: o pool base do concurso soma-se ao
      *> acumulado e segue para a mesma faixa do concurso seguinte, com
      *> o movimento de transporte "U" e a auditoria do transporte
      *>----------------------------------------------------------------*
       transportarAcumuladoFaixa section.

           if ws-ix-acum-faixa > zero
               compute ws-premio-novo-acumulado =
                   ws-premio-acumulado + ws-premio-pool(ws-ix-premio)
               move ws-premio-novo-acumulado
                   to ws-acum-valor(ws-ix-acum-faixa)

               move ws-premio-pool(ws-ix-premio) to ws-valor-editado
               move ws-premio-acumulado          to ws-valor-editado2
               move ws-premio-novo-acumulado     to ws-valor-editado3
               move spaces to reg-relatorio-pagto
               string "  POOL BASE=" ws-valor-editado
                   " ACUMULADO ANTERIOR=" ws-valor-editado2
                   " TRANSPORTADO: NOVO ACUMULADO=" ws-valor-editado3
                   delimited by size into reg-relatorio-pagto
               write reg-relatorio-pagto

               if ws-premio-pool(ws-ix-premio) > zero
                   move function current-date(1:8)      to mov-data
                   move function current-date(9:6)      to mov-hora
                   set mov-tipo-acumulado               to true
                   move ws-premio-qtd(ws-ix-premio)     to mov-qtd-jogo
                   move ws-premio-acertos(ws-ix-premio) to mov-acertos
                   move spaces                          to mov-aposta
                   move zero                            to mov-apostador-id
                   move ws-premio-pool(ws-ix-premio)    to mov-valor
                   move ws-premio-novo-acumulado        to mov-valor-acumulado
                   move zero                            to mov-valor-irrf
                   move ws-premio-pool(ws-ix-premio)    to mov-valor-liquido
                   move zero                            to mov-ponto-venda
                   perform gravarMovimento
               end-if

               move spaces to ws-audit-mensagem
               string "ACUMULADO TRANSPORTADO CONCURSO=" ws-concurso-numero
                   " QTD=" ws-premio-qtd(ws-ix-premio)
                   " ACERTOS=" ws-premio-acertos(ws-ix-premio)
                   " POOL=" ws-premio-pool(ws-ix-premio)
                   " ANTERIOR=" ws-premio-acumulado
                   " NOVO=" ws-premio-novo-acumulado
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria
           end-if

           .
       transportarAcumuladoFaixa-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Faixa paga: o acumulado que entrou no pool foi distribuido e a
      *> faixa volta a zero, com auditoria quando havia acumulado
      *>----------------------------------------------------------------*
       zerarAcumuladoFaixa section.

           if ws-ix-acum-faixa > zero
               move zero to ws-acum-valor(ws-ix-acum-faixa)

               if ws-premio-acumulado > zero
                   move spaces to ws-audit-mensagem
                   string "ACUMULADO PAGO CONCURSO=" ws-concurso-numero
                       " QTD=" ws-premio-qtd(ws-ix-premio)
                       " ACERTOS=" ws-premio-acertos(ws-ix-premio)
                       " ACUMULADO=" ws-premio-acumulado
                       " GANHADORES=" ws-premio-ganhadores
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
               end-if
           end-if

           .
       zerarAcumuladoFaixa-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega os acumulados por faixa de LOTACUM.DAT (sem o arquivo
      *> todas as faixas comecam sem acumulado)
      *>----------------------------------------------------------------*
       carregarAcumulados section.

           move zero to ws-qtd-acumulados
           move "N"  to ws-fim-acumulados
           move "N"  to ws-acumulados-estourou

           open input f-acumulados
           if ws-status-acumulados = "00"
               perform until fim-acumulados
                   read f-acumulados
                       at end
                           set fim-acumulados to true
                       not at end
                           if ws-qtd-acumulados < 50
                               add 1 to ws-qtd-acumulados
                               move reg-acumulado
                                   to ws-acumulado(ws-qtd-acumulados)
                           else
                               set acumulados-estourou to true
                           end-if
                   end-read
               end-perform
               close f-acumulados
           end-if

           .
       carregarAcumulados-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Regrava LOTACUM.DAT por inteiro com os acumulados atualizados
      *> pelo pagamento. Um arquivo com mais faixas do que a tabela
      *> comporta nao e regravado, para nao perder faixas, e o
      *> transporte deste concurso fica so na auditoria.
      *>----------------------------------------------------------------*
       regravarAcumulados section.

           if acumulados-estourou
               display "AVISO: LOTACUM.DAT excede 50 faixas e nao foi atualizado; acerte o arquivo e reliquide o concurso " ws-concurso-numero "."
               move spaces to ws-audit-mensagem
               string "AVISO (acumulado) LOTACUM.DAT excede 50 faixas; acumulados do concurso " ws-concurso-numero " nao gravados"
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria
           else
               open output f-acumulados
               perform varying ws-ix-acum from 1 by 1
                       until ws-ix-acum > ws-qtd-acumulados
                   move ws-acumulado(ws-ix-acum) to reg-acumulado
                   write reg-acumulado
               end-perform
               close f-acumulados
           end-if

           .
       regravarAcumulados-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava no relatorio de pagamento a linha de um ganhador da
      *> faixa corrente, com o seu rateio individual bruto, o imposto
      *> de renda retido e o liquido. Aposta de bolao tem o rateio
      *> dividido entre os participantes registrados em LOTBOLAO.DAT,
      *> na proporcao das quotas, uma linha por membro, e o imposto e
      *> calculado sobre a quota de cada um; a aposta leva a soma.
      *>----------------------------------------------------------------*
       pagarGanhadorFaixa section.

           move zero to ws-premio-irrf-aposta
           move "N"  to ws-bolao-tem-membros
           if  trab-bolao-id numeric
           and trab-bolao-id not = zero
               move "N" to ws-gravar-retencao
               perform ratearBolaoGanhador
           end-if
           if not bolao-tem-membros
               move ws-premio-rateio to ws-irrf-base
               perform calcularIrrf
               move ws-irrf-valor to ws-premio-irrf-aposta
           end-if
           add ws-premio-irrf-aposta to ws-premio-irrf-faixa

           move ws-premio-rateio to ws-valor-editado
           move trab-apostador-id to ws-apostador-id
           perform buscarNomeApostador
               delimited by size into reg-relatorio-pagto
           write reg-relatorio-pagto

           move ws-premio-irrf-aposta to ws-valor-editado
           compute ws-irrf-liquido = ws-premio-rateio - ws-premio-irrf-aposta
           move ws-irrf-liquido       to ws-valor-editado2
           move spaces to reg-relatorio-pagto
           if bolao-tem-membros
               string "      IRRF=" ws-valor-editado
                   " (SOMA DAS QUOTAS DO BOLAO)"
                   " LIQUIDO=" ws-valor-editado2
                   delimited by size into reg-relatorio-pagto
           else
               move ws-irrf-aliquota-aplicada to ws-aliquota-editada
               string "      IRRF=" ws-valor-editado
                   " (ALIQUOTA=" ws-aliquota-editada "%)"
                   " LIQUIDO=" ws-valor-editado2
                   delimited by size into reg-relatorio-pagto
           end-if
           write reg-relatorio-pagto

           move trab-chave          to ganho-chave
           move ws-concurso-numero  to ganho-concurso
           move ws-concurso-data    to ganho-data-sorteio
           move trab-apostador-id   to ganho-apostador-id
           move trab-bolao-id       to ganho-bolao-id
           move ws-premio-rateio    to ganho-rateio
           move "P"                 to ganho-situacao
           move zero                to ganho-data-resgate
           move zero                to ganho-hora-resgate
           move spaces              to ganho-operador-resgate
           move ws-premio-irrf-aposta to ganho-valor-irrf
           move ws-irrf-liquido     to ganho-valor-liquido
           write reg-ganho

           if bolao-tem-membros
               set gravar-retencao to true
               perform ratearBolaoGanhador
           else
               if  trab-bolao-id numeric
               and trab-bolao-id not = zero
                   move spaces to reg-relatorio-pagto
                   string "    BOLAO=" trab-bolao-id
                       " SEM PARTICIPANTES REGISTRADOS EM LOTBOLAO.DAT"
                       " - premio integral na aposta"
                       delimited by size into reg-relatorio-pagto
                   write reg-relatorio-pagto
               end-if
               move trab-apostador-id to ws-apostador-id
               move 100               to ws-quota-retencao
               perform gravarRetencao
           end-if

           .

      *>----------------------------------------------------------------*
      *> Divide o rateio da aposta ganhadora do bolao corrente entre os
      *> participantes, pela quota percentual de cada um, calculando o
      *> imposto sobre cada quota. Sem gravar-retencao so soma o
      *> imposto dos participantes em ws-premio-irrf-aposta (e indica
      *> se o bolao tem participantes); com gravar-retencao grava uma
      *> linha de pagamento e uma retencao por membro.
      *>----------------------------------------------------------------*
       ratearBolaoGanhador section.

                   compute ws-premio-quota-membro rounded =
                       ws-premio-rateio
                       * ws-bolao-memb-quota(ws-ix-bolao) / 100
                   move ws-premio-quota-membro to ws-irrf-base
                   perform calcularIrrf
                   if gravar-retencao
                       move ws-premio-quota-membro to ws-valor-editado
                       move ws-bolao-memb-quota(ws-ix-bolao)
                           to ws-quota-editada
                       move ws-bolao-memb-apostador(ws-ix-bolao)
                           to ws-apostador-id
                       perform buscarNomeApostador
                       move spaces to reg-relatorio-pagto
                       string "    BOLAO=" trab-bolao-id
                           " APOSTADOR=" ws-apostador-id
                           " NOME=" ws-nome-apostador
                           " QUOTA=" ws-quota-editada "%"
                           " PREMIO=" ws-valor-editado
                           delimited by size into reg-relatorio-pagto
                       write reg-relatorio-pagto

                       move ws-irrf-valor             to ws-valor-editado
                       move ws-irrf-liquido           to ws-valor-editado2
                       move ws-irrf-aliquota-aplicada to ws-aliquota-editada
                       move spaces to reg-relatorio-pagto
                       string "        IRRF=" ws-valor-editado
                           " (ALIQUOTA=" ws-aliquota-editada "%)"
                           " LIQUIDO=" ws-valor-editado2
                           delimited by size into reg-relatorio-pagto
                       write reg-relatorio-pagto

                       move ws-bolao-memb-quota(ws-ix-bolao)
                           to ws-quota-retencao
                       perform gravarRetencao
                   else
                       add ws-irrf-valor to ws-premio-irrf-aposta
                   end-if
               end-if
           end-perform

           .
       ratearBolaoGanhador-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega a tabela de retencao do imposto de renda de
      *> LOTIRRF.DAT. Arquivo ausente, vazio, com mais de 10 faixas,
      *> fora de ordem crescente ou com aliquota acima de 100% da lugar
      *> a regra tradicional (isento ate 2.259,20; 30% acima), com
      *> aviso e auditoria quando o arquivo existia.
      *>----------------------------------------------------------------*
       carregarTabelaIrrf section.

           move zero to ws-qtd-faixas-irrf
           move "N"  to ws-fim-tabela-irrf
           move "N"  to ws-tabela-irrf-invalida

           open input f-tabela-irrf
           if ws-status-tabela-irrf = "00"
               perform until fim-tabela-irrf
                   read f-tabela-irrf
                       at end
                           set fim-tabela-irrf to true
                       not at end
                           if ws-qtd-faixas-irrf >= 10
                           or irrf-valor-minimo not numeric
                           or irrf-aliquota not numeric
                           or irrf-parcela-deduzir not numeric
                               set tabela-irrf-invalida to true
                           else
                               if irrf-aliquota > 100
                                   set tabela-irrf-invalida to true
                               end-if
                               if  ws-qtd-faixas-irrf > zero
                               and irrf-valor-minimo <=
                                   ws-irrf-valor-minimo(ws-qtd-faixas-irrf)
                                   set tabela-irrf-invalida to true
                               end-if
                               add 1 to ws-qtd-faixas-irrf
                               move irrf-valor-minimo
                                   to ws-irrf-valor-minimo(ws-qtd-faixas-irrf)
                               move irrf-aliquota
                                   to ws-irrf-aliquota(ws-qtd-faixas-irrf)
                               move irrf-parcela-deduzir
                                   to ws-irrf-parcela-deduzir(ws-qtd-faixas-irrf)
                           end-if
                   end-read
               end-perform
               close f-tabela-irrf

               if tabela-irrf-invalida or ws-qtd-faixas-irrf = zero
                   display "AVISO: LOTIRRF.DAT invalido ou vazio; retencao pela regra tradicional (isento ate 2.259,20; 30% acima)."
                   move spaces to ws-audit-mensagem
                   string "AVISO (irrf) LOTIRRF.DAT invalido ou vazio; aplicada a regra tradicional"
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
                   move zero to ws-qtd-faixas-irrf
               end-if
           end-if

           if ws-qtd-faixas-irrf = zero
               move 1       to ws-qtd-faixas-irrf
               move 2259,21 to ws-irrf-valor-minimo(1)
               move 30      to ws-irrf-aliquota(1)
               move zero    to ws-irrf-parcela-deduzir(1)
           end-if

           .
       carregarTabelaIrrf-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Calcula o imposto sobre o premio bruto deixado em ws-irrf-base:
      *> vale a ultima faixa cujo minimo nao passa do bruto; devolve a
      *> aliquota aplicada, o imposto (nunca negativo) e o liquido
      *>----------------------------------------------------------------*
       calcularIrrf section.

           move zero to ws-ix-irrf-faixa
           perform varying ws-ix-irrf from 1 by 1
                   until ws-ix-irrf > ws-qtd-faixas-irrf
               if ws-irrf-valor-minimo(ws-ix-irrf) <= ws-irrf-base
                   move ws-ix-irrf to ws-ix-irrf-faixa
               end-if
           end-perform

           move zero to ws-irrf-aliquota-aplicada
           move zero to ws-irrf-valor
           if ws-ix-irrf-faixa > zero
               move ws-irrf-aliquota(ws-ix-irrf-faixa)
                   to ws-irrf-aliquota-aplicada
               compute ws-irrf-calculo rounded =
                   ws-irrf-base * ws-irrf-aliquota(ws-ix-irrf-faixa) / 100
                   - ws-irrf-parcela-deduzir(ws-ix-irrf-faixa)
               if ws-irrf-calculo > zero
                   move ws-irrf-calculo to ws-irrf-valor
               end-if
           end-if

           compute ws-irrf-liquido = ws-irrf-base - ws-irrf-valor

           .
       calcularIrrf-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava em LOTRETEN.DAT a retencao do beneficiario ws-apostador-id
      *> sobre o bruto de ws-irrf-base (quota em ws-quota-retencao),
      *> com o resultado do ultimo calcularIrrf
      *>----------------------------------------------------------------*
       gravarRetencao section.

           move function current-date(1:8) to ret-data-apuracao
           move function current-date(9:6) to ret-hora-apuracao
           move ws-concurso-numero         to ret-concurso
           move ws-concurso-data           to ret-data-sorteio
           move trab-chave                 to ret-chave
           move ws-apostador-id            to ret-apostador-id
           if trab-bolao-id numeric
               move trab-bolao-id          to ret-bolao-id
           else
               move zero                   to ret-bolao-id
           end-if
           move ws-quota-retencao          to ret-quota
           move ws-irrf-base               to ret-valor-bruto
           move ws-irrf-aliquota-aplicada  to ret-aliquota
           move ws-irrf-valor              to ret-valor-irrf
           move ws-irrf-liquido            to ret-valor-liquido
           write reg-retencao

           .
       gravarRetencao-exit.
           exit.

      *>----------------------------------------------------------------*
