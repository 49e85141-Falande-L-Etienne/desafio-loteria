      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaDesdobramento".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Gerador de desdobramentos: a partir dos numeros escolhidos pelo
      *> cliente (mais numeros do que o tamanho da aposta), gera as
      *> apostas do desdobramento como detalhes de um LOTTRANS.DAT
      *> balanceado (header com identificador inedito, trailer com a
      *> contagem), todos atribuidos ao apostador ou bolao informado e
      *> prontos para o batch do desafioLoteriaV1.
      *>   - Completo: todas as combinacoes dos numeros escolhidos no
      *>     tamanho de aposta pedido.
      *>   - Reduzido: garante uma faixa (por exemplo quadra): se
      *>     pelo menos essa quantidade de numeros sorteados estiver
      *>     entre os escolhidos, ao menos uma aposta acerta a faixa.
      *>     As combinacoes sao percorridas em ordem e cada uma entra
      *>     quando cobre algum grupo da faixa ainda nao coberto.
      *> Tamanho da aposta e numeros sao validados contra LOTPARAM.DAT.
      *> Antes de gravar, o programa mostra a quantidade de apostas e o
      *> custo total pela tabela LOTPRECO.DAT, avisa quando o
      *> desdobramento e muito grande e so grava com a confirmacao do
      *> operador.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-transacoes
               assign to "LOTTRANS.DAT"
               organization is line sequential
               file status is ws-status-transacoes.

           select f-parametros
               assign to "LOTPARAM.DAT"
               organization is line sequential
               file status is ws-status-parametros.

           select f-precos
               assign to "LOTPRECO.DAT"
               organization is line sequential
               file status is ws-status-precos.

           select f-apostadores
               assign to "LOTAPOST.DAT"
               organization is line sequential
               file status is ws-status-apostadores.

           select f-boloes
               assign to "LOTBOLAO.DAT"
               organization is line sequential
               file status is ws-status-boloes.

           select f-pontos-venda
               assign to "LOTPDV.DAT"
               organization is line sequential
               file status is ws-status-pontos-venda.

      *>Declaração de variáveis
       data division.

       file section.

       fd  f-transacoes.
       01  reg-transacao.
           05 trans-tipo-registro                   pic x(01).
           05 trans-dados                           pic x(47).
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

       fd  f-parametros.
       01  reg-parametro.
           05 param-qtd-min                         pic 9(02).
           05 param-qtd-max                         pic 9(02).
           05 param-num-min                         pic 9(02).
           05 param-num-max                         pic 9(02).
           05 param-max-tentativas                  pic 9(09).
           05 param-prazo-resgate                   pic 9(03).

       fd  f-precos.
       01  reg-preco.
           05 preco-qtd-jogo                         pic 9(02).
           05 preco-valor                            pic 9(07)v99.

       fd  f-apostadores.
       01  reg-apostador.
           05 apost-id                               pic 9(04).
           05 apost-nome                             pic x(30).
           05 apost-contato                          pic x(30).

       fd  f-boloes.
       01  reg-bolao.
           05 bolao-id                               pic 9(04).
           05 bolao-apostador-id                     pic 9(04).
           05 bolao-quota                            pic 9(03)v99.

       fd  f-pontos-venda.
       01  reg-ponto-venda.
           05 pdv-codigo                             pic 9(04).
           05 pdv-descricao                          pic x(30).
           05 pdv-comissao                           pic 9(02)v99.
           05 pdv-situacao                           pic x(01).

       working-storage section.

       01  ws-status-transacoes                    pic x(02).
       01  ws-status-parametros                    pic x(02).
       01  ws-status-precos                        pic x(02).
       01  ws-status-apostadores                   pic x(02).
       01  ws-status-boloes                        pic x(02).
       01  ws-status-pontos-venda                  pic x(02).

       01  ws-fim-arquivo                          pic x(01) value "N".
           88 fim-arquivo                              value "S".

       01  ws-parametros.
           05 ws-param-qtd-min                     pic 9(02) value 6.
           05 ws-param-qtd-max                     pic 9(02) value 10.
           05 ws-param-num-min                     pic 9(02) value 1.
           05 ws-param-num-max                     pic 9(02) value 60.

      *>----------------------------------------------------------------*
      *> Pedido do operador: numeros escolhidos (ate 20, guardados em
      *> ordem crescente), tamanho da aposta, modo e, no reduzido, a
      *> faixa garantida; apostador e bolao dos detalhes gerados e o
      *> ponto de venda do arquivo, carimbado no header
      *>----------------------------------------------------------------*
       01  ws-max-escolhidos                       pic 9(02) value 20.
       01  ws-qtd-escolhidos                       pic 9(02).
       01  ws-numeros-escolhidos.
           05 ws-escolhido occurs 20 times         pic 9(02).
       01  ws-qtd-num-jogar                        pic 9(02).
       01  ws-modo                                 pic x(01).
           88 modo-completo                            value "C".
           88 modo-reduzido                            value "R".
       01  ws-faixa-garantida                      pic 9(02).
       01  ws-apostador-id                         pic 9(04).
       01  ws-bolao-id                             pic 9(04).
       01  ws-ponto-venda                          pic 9(04).
       01  ws-cadastro-encontrado                  pic x(01).
           88 cadastro-encontrado                      value "S".
       01  ws-resposta                             pic x(01).

       01  ws-num-informado                        pic 9(02).
       01  ws-num-aceito                           pic x(01).
           88 num-aceito                               value "S".
       01  ws-ix-num                               pic 9(02).
       01  ws-ix-busca                             pic 9(02).
       01  ws-num-troca                            pic 9(02).

      *>----------------------------------------------------------------*
      *> Combinacao corrente: posicoes (1 a ws-qtd-escolhidos) dos
      *> numeros escolhidos que formam a aposta, em ordem crescente
      *>----------------------------------------------------------------*
       01  ws-combinacao.
           05 ws-comb-posicao occurs 10 times      pic 9(02).
       01  ws-fim-combinacoes                      pic x(01).
           88 fim-combinacoes                          value "S".
       01  ws-ix-comb                              pic 9(02).
       01  ws-ix-comb2                             pic 9(02).

      *>----------------------------------------------------------------*
      *> Modo reduzido: cada grupo de ws-faixa-garantida posicoes tem
      *> um numero de ordem (sistema combinatorio: soma de C(posicao-1,
      *> ordem do elemento no grupo)) que indexa a marca de coberto.
      *> C(20,10) = 184756 e o maior numero possivel de grupos.
      *>----------------------------------------------------------------*
       01  ws-binomiais.
           05 ws-binomial-n occurs 21 times.
              10 ws-binomial occurs 11 times       pic 9(06).
       01  ws-n                                    pic 9(02).
       01  ws-r                                    pic 9(02).
       01  ws-qtd-grupos                           pic 9(06).
       01  ws-ix-grupo                             pic 9(06).
       01  ws-tabela-cobertura.
           05 ws-grupo-coberto occurs 184756 times pic x(01).
       01  ws-subgrupo.
           05 ws-sub-elemento occurs 10 times      pic 9(02).
       01  ws-fim-subgrupos                        pic x(01).
           88 fim-subgrupos                            value "S".
       01  ws-ix-sub                               pic 9(02).
       01  ws-ix-sub2                              pic 9(02).
       01  ws-rank-grupo                           pic 9(06).
       01  ws-combinacao-util                      pic x(01).
           88 combinacao-util                          value "S".
       01  ws-marcar-cobertura                     pic x(01).
           88 marcar-cobertura                         value "S".

      *>----------------------------------------------------------------*
      *> Quantidade de apostas, custo e gravacao. Acima do limite de
      *> aviso o operador confirma duas vezes; o trailer comporta ate
      *> 999999 detalhes, acima do maior desdobramento possivel aqui.
      *>----------------------------------------------------------------*
       01  ws-limite-aviso                         pic 9(06) value 1000.
       01  ws-qtd-apostas                          pic 9(06).
       01  ws-qtd-gravadas                         pic 9(06).
       01  ws-gravar                               pic x(01).
           88 gravar-apostas                           value "S".
       01  ws-tabela-precos.
           05 ws-preco-entrada occurs 10 times.
              10 ws-preco-valor                    pic 9(07)v99.
       01  ws-custo-total                          pic 9(13)v99.
       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado2                       pic zzz.zzz.zzz.zz9,99.

       01  ws-aposta-area.
           05 ws-posicao-aposta occurs 10 times.
              10 ws-num-aposta                     pic 9(02).
              10 ws-sep-aposta                     pic x(01).
       01  ws-aposta                               pic x(29).
       01  ws-numeros-texto                        pic x(60).
       01  ws-numeros-ptr                          pic 9(03).

       01  ws-identificador                        pic x(12).

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           perform carregarParametros
           perform carregarPrecos
           perform calcularBinomiais
           perform aceitarPedido
           perform calcularQuantidade
           perform exibirOrcamento

           if gravar-apostas
               perform confirmarArquivoExistente
           end-if

           if gravar-apostas
               perform gerarArquivoTransacoes
           end-if

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega a faixa do jogo de LOTPARAM.DAT aplicando a mesma
      *> regra de descarte do desafioLoteriaV1
      *>----------------------------------------------------------------*
       carregarParametros section.

           open input f-parametros
           if ws-status-parametros = "00"
               read f-parametros
               if ws-status-parametros = "00"
                   move param-qtd-min to ws-param-qtd-min
                   move param-qtd-max to ws-param-qtd-max
                   move param-num-min to ws-param-num-min
                   move param-num-max to ws-param-num-max
               end-if
               close f-parametros
           end-if

           if  ws-param-qtd-min < 6
           or  ws-param-qtd-max > 10
           or  ws-param-qtd-min > ws-param-qtd-max
           or  ws-param-num-min < 1
           or  (ws-param-num-max - ws-param-num-min + 1) < ws-param-qtd-max
               move 6    to ws-param-qtd-min
               move 10   to ws-param-qtd-max
               move 1    to ws-param-num-min
               move 60   to ws-param-num-max
           end-if

           .
       carregarParametros-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega a tabela de precos de LOTPRECO.DAT por quantidade de
      *> numeros do jogo
      *>----------------------------------------------------------------*
       carregarPrecos section.

           move "N" to ws-fim-arquivo
           initialize ws-tabela-precos

           open input f-precos
           if ws-status-precos = "00"
               perform until fim-arquivo
                   read f-precos
                       at end
                           set fim-arquivo to true
                       not at end
                           if  preco-qtd-jogo >= 1
                           and preco-qtd-jogo <= 10
                               move preco-valor
                                   to ws-preco-valor(preco-qtd-jogo)
                           end-if
                   end-read
               end-perform
               close f-precos
           end-if

           .
       carregarPrecos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Monta o triangulo de Pascal: ws-binomial(n + 1, r + 1) = C(n,r)
      *> para n de 0 a 20 e r de 0 a 10
      *>----------------------------------------------------------------*
       calcularBinomiais section.

           initialize ws-binomiais
           perform varying ws-n from 0 by 1 until ws-n > 20
               move 1 to ws-binomial(ws-n + 1, 1)
               perform varying ws-r from 1 by 1
                       until ws-r > 10 or ws-r > ws-n
                   compute ws-binomial(ws-n + 1, ws-r + 1) =
                       ws-binomial(ws-n, ws-r) + ws-binomial(ws-n, ws-r + 1)
               end-perform
           end-perform

           .
       calcularBinomiais-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o pedido do operador validando cada informacao contra
      *> LOTPARAM.DAT e os cadastros
      *>----------------------------------------------------------------*
       aceitarPedido section.

           display "Gerador de desdobramentos (LOTTRANS.DAT)"

           display "Numeros por aposta (" ws-param-qtd-min " a " ws-param-qtd-max "):"
           move zero to ws-qtd-num-jogar
           accept ws-qtd-num-jogar
           perform until ws-qtd-num-jogar >= ws-param-qtd-min
                     and ws-qtd-num-jogar <= ws-param-qtd-max
               display "Quantidade fora dos limites; informe de novo"
               move zero to ws-qtd-num-jogar
               accept ws-qtd-num-jogar
           end-perform

           display "Quantidade de numeros escolhidos (" ws-qtd-num-jogar " + 1 a " ws-max-escolhidos "):"
           move zero to ws-qtd-escolhidos
           accept ws-qtd-escolhidos
           perform until ws-qtd-escolhidos > ws-qtd-num-jogar
                     and ws-qtd-escolhidos <= ws-max-escolhidos
                     and ws-qtd-escolhidos
                         <= ws-param-num-max - ws-param-num-min + 1
               display "Quantidade invalida: deve passar do tamanho da aposta, ate " ws-max-escolhidos " e caber na faixa; informe de novo"
               move zero to ws-qtd-escolhidos
               accept ws-qtd-escolhidos
           end-perform

           initialize ws-numeros-escolhidos
           perform varying ws-ix-num from 1 by 1
                   until ws-ix-num > ws-qtd-escolhidos
               perform aceitarNumero
               move ws-num-informado to ws-escolhido(ws-ix-num)
           end-perform
           perform ordenarEscolhidos

           display "Modo do desdobramento: C = completo, R = reduzido:"
           move spaces to ws-modo
           accept ws-modo
           move function upper-case(ws-modo) to ws-modo
           perform until modo-completo or modo-reduzido
               display "Modo invalido; informe C ou R"
               move spaces to ws-modo
               accept ws-modo
               move function upper-case(ws-modo) to ws-modo
           end-perform

           move zero to ws-faixa-garantida
           if modo-reduzido
               display "Faixa garantida em acertos (2 a " ws-qtd-num-jogar " - 1):"
               accept ws-faixa-garantida
               perform until ws-faixa-garantida >= 2
                         and ws-faixa-garantida < ws-qtd-num-jogar
                   display "Faixa invalida; informe de novo"
                   move zero to ws-faixa-garantida
                   accept ws-faixa-garantida
               end-perform
           end-if

           display "ID do apostador dos detalhes (0 = anonimo):"
           move zero to ws-apostador-id
           accept ws-apostador-id
           perform verificarApostador
           perform until cadastro-encontrado
               display "Apostador " ws-apostador-id " nao consta do cadastro LOTAPOST.DAT; informe de novo (0 = anonimo)"
               move zero to ws-apostador-id
               accept ws-apostador-id
               perform verificarApostador
           end-perform

           display "ID do bolao dos detalhes (0 = aposta individual):"
           move zero to ws-bolao-id
           accept ws-bolao-id
           perform verificarBolao
           perform until cadastro-encontrado
               display "Bolao " ws-bolao-id " nao consta de LOTBOLAO.DAT; informe de novo (0 = individual)"
               move zero to ws-bolao-id
               accept ws-bolao-id
               perform verificarBolao
           end-perform

           display "Ponto de venda das apostas (0 = venda direta):"
           move zero to ws-ponto-venda
           accept ws-ponto-venda
           perform verificarPontoVenda
           perform until cadastro-encontrado
               display "Ponto de venda " ws-ponto-venda " nao cadastrado ou inativo em LOTPDV.DAT; informe de novo (0 = venda direta)"
               move zero to ws-ponto-venda
               accept ws-ponto-venda
               perform verificarPontoVenda
           end-perform

           .
       aceitarPedido-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o numero escolhido da posicao ws-ix-num, repetindo ate vir
      *> um numero da faixa configurada ainda nao escolhido
      *>----------------------------------------------------------------*
       aceitarNumero section.

           move "N" to ws-num-aceito
           perform until num-aceito
               display "Numero " ws-ix-num " (" ws-param-num-min " a " ws-param-num-max "):"
               move zero to ws-num-informado
               accept ws-num-informado
               set num-aceito to true
               if ws-num-informado < ws-param-num-min
               or ws-num-informado > ws-param-num-max
                   move "N" to ws-num-aceito
                   display "Numero fora da faixa."
               else
                   perform varying ws-ix-busca from 1 by 1
                           until ws-ix-busca >= ws-ix-num
                       if ws-escolhido(ws-ix-busca) = ws-num-informado
                           move "N" to ws-num-aceito
                       end-if
                   end-perform
                   if not num-aceito
                       display "Numero ja escolhido."
                   end-if
               end-if
           end-perform

           .
       aceitarNumero-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Coloca os numeros escolhidos em ordem crescente, para que as
      *> apostas saiam com os numeros ordenados
      *>----------------------------------------------------------------*
       ordenarEscolhidos section.

           perform varying ws-ix-num from 2 by 1
                   until ws-ix-num > ws-qtd-escolhidos
               perform varying ws-ix-busca from ws-ix-num by -1
                       until ws-ix-busca < 2
                          or ws-escolhido(ws-ix-busca - 1)
                             <= ws-escolhido(ws-ix-busca)
                   move ws-escolhido(ws-ix-busca)     to ws-num-troca
                   move ws-escolhido(ws-ix-busca - 1)
                       to ws-escolhido(ws-ix-busca)
                   move ws-num-troca to ws-escolhido(ws-ix-busca - 1)
               end-perform
           end-perform

           .
       ordenarEscolhidos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Confere o apostador informado no cadastro LOTAPOST.DAT (zero,
      *> aposta anonima, dispensa o cadastro)
      *>----------------------------------------------------------------*
       verificarApostador section.

           move "N" to ws-cadastro-encontrado
           if ws-apostador-id = zero
               set cadastro-encontrado to true
           else
               move "N" to ws-fim-arquivo
               open input f-apostadores
               if ws-status-apostadores = "00"
                   perform until fim-arquivo or cadastro-encontrado
                       read f-apostadores
                           at end
                               set fim-arquivo to true
                           not at end
                               if apost-id = ws-apostador-id
                                   set cadastro-encontrado to true
                               end-if
                       end-read
                   end-perform
                   close f-apostadores
               end-if
           end-if

           .
       verificarApostador-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Confere o bolao informado em LOTBOLAO.DAT (zero, aposta
      *> individual, dispensa o cadastro)
      *>----------------------------------------------------------------*
       verificarBolao section.

           move "N" to ws-cadastro-encontrado
           if ws-bolao-id = zero
               set cadastro-encontrado to true
           else
               move "N" to ws-fim-arquivo
               open input f-boloes
               if ws-status-boloes = "00"
                   perform until fim-arquivo or cadastro-encontrado
                       read f-boloes
                           at end
                               set fim-arquivo to true
                           not at end
                               if bolao-id = ws-bolao-id
                                   set cadastro-encontrado to true
                               end-if
                       end-read
                   end-perform
                   close f-boloes
               end-if
           end-if

           .
       verificarBolao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Confere o ponto de venda informado no cadastro LOTPDV.DAT: o
      *> batch so aceita ponto cadastrado e ativo (zero, venda direta,
      *> dispensa o cadastro)
      *>----------------------------------------------------------------*
       verificarPontoVenda section.

           move "N" to ws-cadastro-encontrado
           if ws-ponto-venda = zero
               set cadastro-encontrado to true
           else
               move "N" to ws-fim-arquivo
               open input f-pontos-venda
               if ws-status-pontos-venda = "00"
                   perform until fim-arquivo or cadastro-encontrado
                       read f-pontos-venda
                           at end
                               set fim-arquivo to true
                           not at end
                               if  pdv-codigo = ws-ponto-venda
                               and pdv-situacao not = "I"
                                   set cadastro-encontrado to true
                               end-if
                       end-read
                   end-perform
                   close f-pontos-venda
               end-if
           end-if

           .
       verificarPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Quantidade de apostas do desdobramento: no completo e C(n,k);
      *> no reduzido a selecao e simulada sem gravar nada, com a mesma
      *> rotina que depois grava, para que o orcamento mostrado seja
      *> exatamente o que sai no arquivo
      *>----------------------------------------------------------------*
       calcularQuantidade section.

           if modo-completo
               move ws-binomial(ws-qtd-escolhidos + 1, ws-qtd-num-jogar + 1)
                   to ws-qtd-apostas
           else
               move "N" to ws-gravar
               perform percorrerCombinacoes
               move ws-qtd-gravadas to ws-qtd-apostas
           end-if

           compute ws-custo-total =
               ws-qtd-apostas * ws-preco-valor(ws-qtd-num-jogar)

           .
       calcularQuantidade-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Mostra o desdobramento pedido, a quantidade de apostas e o
      *> custo total e pede a confirmacao; acima do limite de aviso
      *> exige uma segunda confirmacao
      *>----------------------------------------------------------------*
       exibirOrcamento section.

           move "N" to ws-gravar

           move spaces to ws-numeros-texto
           move 1 to ws-numeros-ptr
           perform varying ws-ix-num from 1 by 1
                   until ws-ix-num > ws-qtd-escolhidos
               string ws-escolhido(ws-ix-num) " "
                   delimited by size into ws-numeros-texto
                   with pointer ws-numeros-ptr
           end-perform

           move ws-preco-valor(ws-qtd-num-jogar) to ws-valor-editado
           move ws-custo-total                   to ws-valor-editado2

           display " "
           display "Numeros escolhidos : " ws-numeros-texto
           if modo-completo
               display "Desdobramento completo em apostas de " ws-qtd-num-jogar " numeros"
           else
               display "Desdobramento reduzido em apostas de " ws-qtd-num-jogar " numeros, garantia de " ws-faixa-garantida " acertos"
               display "(se " ws-faixa-garantida " ou mais sorteados estiverem entre os escolhidos)"
           end-if
           display "Apostas            : " ws-qtd-apostas
           display "Preco por aposta   : " ws-valor-editado
           display "Custo total        : " ws-valor-editado2

           if ws-preco-valor(ws-qtd-num-jogar) = zero
               display "AVISO: sem preco em LOTPRECO.DAT para jogo de " ws-qtd-num-jogar " numeros; o batch lancara os movimentos com valor zero."
           end-if

           display "Confirma a geracao (S/N) ? "
           move spaces to ws-resposta
           accept ws-resposta
           if function upper-case(ws-resposta) = "S"
               set gravar-apostas to true
               if ws-qtd-apostas > ws-limite-aviso
                   display "AVISO: desdobramento muito grande (" ws-qtd-apostas " apostas, mais de " ws-limite-aviso ")."
                   display "Confirma novamente (S/N) ? "
                   move spaces to ws-resposta
                   accept ws-resposta
                   if function upper-case(ws-resposta) not = "S"
                       move "N" to ws-gravar
                   end-if
               end-if
           end-if

           if not gravar-apostas
               display "Geracao cancelada; nenhum arquivo gravado."
           end-if

           .
       exibirOrcamento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Um LOTTRANS.DAT ainda nao consumido pelo batch seria destruido
      *> pela geracao; o operador precisa confirmar a sobrescrita
      *>----------------------------------------------------------------*
       confirmarArquivoExistente section.

           open input f-transacoes
           if ws-status-transacoes = "00"
               close f-transacoes
               display "Ja existe um LOTTRANS.DAT no disco. Sobrescrever (S/N) ? "
               move spaces to ws-resposta
               accept ws-resposta
               if function upper-case(ws-resposta) not = "S"
                   move "N" to ws-gravar
                   display "Geracao cancelada; LOTTRANS.DAT preservado."
               end-if
           end-if

           .
       confirmarArquivoExistente-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava o arquivo completo: header com identificador inedito
      *> (prefixo DS + data/hora da geracao), um detalhe por aposta do
      *> desdobramento e o trailer com a contagem exata dos detalhes
      *>----------------------------------------------------------------*
       gerarArquivoTransacoes section.

           move spaces to ws-identificador
           string "DS" function current-date(5:10)
               delimited by size into ws-identificador

           open output f-transacoes

           move spaces to reg-transacao
           move "H"                         to trans-tipo-registro
           move ws-identificador            to trans-hdr-identificador
           move function current-date(1:8)  to trans-hdr-data-geracao
           move ws-ponto-venda              to trans-hdr-ponto-venda
           write reg-transacao

           perform percorrerCombinacoes

           move spaces to reg-transacao
           move "T"             to trans-tipo-registro
           move ws-qtd-gravadas to trans-trl-qtd-detalhes
           write reg-transacao

           close f-transacoes

           display ws-qtd-gravadas " aposta(s) do desdobramento gravada(s) em LOTTRANS.DAT com identificador " ws-identificador

           move spaces to ws-audit-mensagem
           string "DESDOBRAMENTO GERADO ID=" ws-identificador
               " MODO=" ws-modo
               " ESCOLHIDOS=" ws-qtd-escolhidos
               " QTD=" ws-qtd-num-jogar
               " GARANTIA=" ws-faixa-garantida
               " APOSTAS=" ws-qtd-gravadas
               " CUSTO=" ws-custo-total
               " APOSTADOR=" ws-apostador-id
               " BOLAO=" ws-bolao-id
               " PDV=" ws-ponto-venda
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           .
       gerarArquivoTransacoes-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Percorre as combinacoes das posicoes escolhidas em ordem
      *> lexicografica. No completo toda combinacao vira aposta; no
      *> reduzido so as que cobrem algum grupo ainda nao coberto. Com
      *> ws-gravar desligado apenas conta (ws-qtd-gravadas).
      *>----------------------------------------------------------------*
       percorrerCombinacoes section.

           move zero to ws-qtd-gravadas
           if modo-reduzido
               move ws-binomial(ws-qtd-escolhidos + 1, ws-faixa-garantida + 1)
                   to ws-qtd-grupos
               perform varying ws-ix-grupo from 1 by 1
                       until ws-ix-grupo > ws-qtd-grupos
                   move "N" to ws-grupo-coberto(ws-ix-grupo)
               end-perform
           end-if

           perform varying ws-ix-comb from 1 by 1
                   until ws-ix-comb > ws-qtd-num-jogar
               move ws-ix-comb to ws-comb-posicao(ws-ix-comb)
           end-perform

           move "N" to ws-fim-combinacoes
           perform until fim-combinacoes
               if modo-completo
                   set combinacao-util to true
               else
                   move "N" to ws-marcar-cobertura
                   perform examinarSubgrupos
                   if combinacao-util
                       set marcar-cobertura to true
                       perform examinarSubgrupos
                       set combinacao-util to true
                   end-if
               end-if

               if combinacao-util
                   add 1 to ws-qtd-gravadas
                   if gravar-apostas
                       perform gravarDetalhe
                   end-if
               end-if

               perform proximaCombinacao
           end-perform

           .
       percorrerCombinacoes-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Avanca ws-combinacao para a proxima combinacao em ordem
      *> lexicografica, ligando fim-combinacoes depois da ultima
      *>----------------------------------------------------------------*
       proximaCombinacao section.

           move ws-qtd-num-jogar to ws-ix-comb
           perform until ws-ix-comb = zero
                      or ws-comb-posicao(ws-ix-comb)
                         < ws-qtd-escolhidos - ws-qtd-num-jogar + ws-ix-comb
               subtract 1 from ws-ix-comb
           end-perform

           if ws-ix-comb = zero
               set fim-combinacoes to true
           else
               add 1 to ws-comb-posicao(ws-ix-comb)
               perform varying ws-ix-comb2 from ws-ix-comb by 1
                       until ws-ix-comb2 >= ws-qtd-num-jogar
                   compute ws-comb-posicao(ws-ix-comb2 + 1) =
                       ws-comb-posicao(ws-ix-comb2) + 1
               end-perform
           end-if

           .
       proximaCombinacao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Percorre os grupos de ws-faixa-garantida elementos da
      *> combinacao corrente. Sem marcar-cobertura apenas indica
      *> (combinacao-util) se algum grupo ainda nao esta coberto; com
      *> marcar-cobertura marca todos os grupos como cobertos (e o
      *> chamador volta a ligar combinacao-util).
      *>----------------------------------------------------------------*
       examinarSubgrupos section.

           move "N" to ws-combinacao-util

           perform varying ws-ix-sub from 1 by 1
                   until ws-ix-sub > ws-faixa-garantida
               move ws-ix-sub to ws-sub-elemento(ws-ix-sub)
           end-perform

           move "N" to ws-fim-subgrupos
           perform until fim-subgrupos
                      or (combinacao-util and not marcar-cobertura)
               move 1 to ws-rank-grupo
               perform varying ws-ix-sub from 1 by 1
                       until ws-ix-sub > ws-faixa-garantida
                   compute ws-rank-grupo = ws-rank-grupo
                       + ws-binomial
                           (ws-comb-posicao(ws-sub-elemento(ws-ix-sub)),
                            ws-ix-sub + 1)
               end-perform

               if marcar-cobertura
                   move "S" to ws-grupo-coberto(ws-rank-grupo)
               else
                   if ws-grupo-coberto(ws-rank-grupo) = "N"
                       set combinacao-util to true
                   end-if
               end-if

               move ws-faixa-garantida to ws-ix-sub
               perform until ws-ix-sub = zero
                          or ws-sub-elemento(ws-ix-sub)
                             < ws-qtd-num-jogar - ws-faixa-garantida + ws-ix-sub
                   subtract 1 from ws-ix-sub
               end-perform
               if ws-ix-sub = zero
                   set fim-subgrupos to true
               else
                   add 1 to ws-sub-elemento(ws-ix-sub)
                   perform varying ws-ix-sub2 from ws-ix-sub by 1
                           until ws-ix-sub2 >= ws-faixa-garantida
                       compute ws-sub-elemento(ws-ix-sub2 + 1) =
                           ws-sub-elemento(ws-ix-sub2) + 1
                   end-perform
               end-if
           end-perform

           .
       examinarSubgrupos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava o detalhe da combinacao corrente, no mesmo leiaute de
      *> ws-aposta do motor de sorteio (posicoes nao jogadas zeradas)
      *>----------------------------------------------------------------*
       gravarDetalhe section.

           perform varying ws-ix-num from 1 by 1 until ws-ix-num > 10
               move zero to ws-num-aposta(ws-ix-num)
               move "-"  to ws-sep-aposta(ws-ix-num)
           end-perform
           perform varying ws-ix-comb from 1 by 1
                   until ws-ix-comb > ws-qtd-num-jogar
               move ws-escolhido(ws-comb-posicao(ws-ix-comb))
                   to ws-num-aposta(ws-ix-comb)
           end-perform
           move ws-aposta-area(1:29) to ws-aposta

           move spaces to reg-transacao
           move "D"              to trans-tipo-registro
           move ws-qtd-num-jogar to trans-qtd-num-jogar
           move ws-aposta        to trans-aposta
           move ws-apostador-id  to trans-apostador-id
           move ws-bolao-id      to trans-bolao-id
           write reg-transacao

           .
       gravarDetalhe-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava uma linha no log de auditoria LOTAUDIT.LOG, com a data e
      *> hora atuais seguidas da mensagem deixada em ws-audit-mensagem
      *> pelo chamador. A linha sai selada com sequencia e valor de
      *> verificacao encadeado pelo loteriaAuditoriaSub.
      *>----------------------------------------------------------------*
       gravarAuditoria section.

           call "loteriaAuditoriaSub" using ws-audit-mensagem

           move spaces to ws-audit-mensagem

           .
       gravarAuditoria-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Section de finalizacao do programa
      *>----------------------------------------------------------------*
       finaliza section.

           display " "

           display "Finalizando programa!!!"

           Stop run
           .
       finaliza-exit.
           exit.
