               organization is line sequential
               file status is ws-status-parametros.

           select f-pontos-venda
               assign to "LOTPDV.DAT"
               organization is line sequential
               file status is ws-status-pontos-venda.

      *>Declaração de variáveis
       data division.

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

       fd  f-pontos-venda.
       01  reg-ponto-venda.
           05 pdv-codigo                            pic 9(04).
           05 pdv-descricao                         pic x(30).
           05 pdv-comissao                          pic 9(02)v99.
           05 pdv-situacao                          pic x(01).

       working-storage section.

       01  ws-status-transacoes                    pic x(02).
       01  ws-status-parametros                    pic x(02).
       01  ws-status-pontos-venda                  pic x(02).

       01  ws-fim-arquivo                          pic x(01) value "N".
           88 fim-arquivo                              value "S".

       01  ws-parametros.
           05 ws-param-qtd-min                     pic 9(02) value 6.
      *>----------------------------------------------------------------*
      *> Pedido do operador: quantidade de apostas, quantidade de
      *> numeros por jogo (zero = sorteada entre os limites a cada
      *> aposta), atribuicao opcional de apostador e bolao aos
      *> detalhes gerados e o ponto de venda do arquivo, carimbado no
      *> header
      *>----------------------------------------------------------------*
       01  ws-qtd-apostas                          pic 9(06).
       01  ws-qtd-fixa                             pic 9(02).
       01  ws-apostador-id                         pic 9(04).
       01  ws-bolao-id                             pic 9(04).
       01  ws-ponto-venda                          pic 9(04).
       01  ws-cadastro-encontrado                  pic x(01).
           88 cadastro-encontrado                      value "S".
       01  ws-resposta                             pic x(01).

      *>----------------------------------------------------------------*
           move zero to ws-bolao-id
           accept ws-bolao-id

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
      *> Um LOTTRANS.DAT ainda nao consumido pelo batch seria destruido
      *> pela geracao; o operador precisa confirmar a sobrescrita
           move "H"                         to trans-tipo-registro
           move ws-identificador            to trans-hdr-identificador
           move function current-date(1:8)  to trans-hdr-data-geracao
           move ws-ponto-venda              to trans-hdr-ponto-venda
           write reg-transacao

           perform varying ws-ix-aposta from 1 by 1
               " APOSTAS=" ws-qtd-geradas
               " APOSTADOR=" ws-apostador-id
               " BOLAO=" ws-bolao-id
               " PDV=" ws-ponto-venda
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

