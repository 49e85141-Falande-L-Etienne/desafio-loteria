      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaSuspensos".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Manutencao do arquivo de suspensao LOTSUSP.DAT, onde o batch
      *> do desafioLoteriaV1 guarda os detalhes de LOTTRANS.DAT
      *> recusados (quantidade, numeros ou ponto de venda invalidos).
      *> Os itens pendentes sao listados e cada um pode ser corrigido
      *> (nova quantidade, novos numeros, apostador/bolao e ponto de
      *> venda) ou baixado com
      *> motivo. Os itens corrigidos saem num LOTTRANS.DAT novo e
      *> balanceado (header com identificador inedito, detalhes e
      *> trailer com a contagem), que volta pelo batch normal; cada
      *> item reapresentado guarda o identificador do arquivo em que
      *> saiu. O relatorio de envelhecimento LOTSUSP.RPT mostra os
      *> itens ainda nao resolvidos (pendentes ou corrigidos e nao
      *> reapresentados) ha mais de N dias. Toda correcao, baixa e
      *> reapresentacao vai para a auditoria com o operador.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-suspensos
               assign to "LOTSUSP.DAT"
               organization is line sequential
               file status is ws-status-suspensos.

           select f-transacoes
               assign to "LOTTRANS.DAT"
               organization is line sequential
               file status is ws-status-transacoes.

           select f-parametros
               assign to "LOTPARAM.DAT"
               organization is line sequential
               file status is ws-status-parametros.

           select f-rel-suspensos
               assign to "LOTSUSP.RPT"
               organization is line sequential
               file status is ws-status-rel-suspensos.

           select f-pontos-venda
               assign to "LOTPDV.DAT"
               organization is line sequential
               file status is ws-status-pontos-venda.

      *>Declaração de variáveis
       data division.

       file section.

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
           05 susp-ponto-venda                      pic 9(04).

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

       fd  f-rel-suspensos.
       01  reg-rel-suspensos                        pic x(200).

       fd  f-pontos-venda.
       01  reg-ponto-venda.
           05 pdv-codigo                            pic 9(04).
           05 pdv-descricao                         pic x(30).
           05 pdv-comissao                          pic 9(02)v99.
           05 pdv-situacao                          pic x(01).

       working-storage section.

       01  ws-status-suspensos                     pic x(02).
       01  ws-status-transacoes                    pic x(02).
       01  ws-status-parametros                    pic x(02).
       01  ws-status-rel-suspensos                 pic x(02).
       01  ws-status-pontos-venda                  pic x(02).

       01  ws-fim-suspensos                        pic x(01) value "N".
           88 fim-suspensos                            value "S".

       01  ws-opcao                                pic 9(01).
           88 opcao-listar                             value 1.
           88 opcao-corrigir                           value 2.
           88 opcao-baixar                             value 3.
           88 opcao-reapresentar                       value 4.
           88 opcao-envelhecimento                     value 5.
           88 opcao-sair                               value 9.

       01  ws-parametros.
           05 ws-param-qtd-min                     pic 9(02) value 6.
           05 ws-param-qtd-max                     pic 9(02) value 10.
           05 ws-param-num-min                     pic 9(02) value 1.
           05 ws-param-num-max                     pic 9(02) value 60.

      *>----------------------------------------------------------------*
      *> Arquivo de suspensao carregado por inteiro em memoria e
      *> regravado a cada correcao, baixa ou reapresentacao. Com mais
      *> itens do que a tabela comporta o programa nao regrava nada,
      *> para nao truncar o arquivo.
      *>----------------------------------------------------------------*
       01  ws-qtd-suspensos                        pic 9(04) value zero.
       01  ws-ix-suspenso                          pic 9(05).
       01  ws-ix-gravacao                          pic 9(05).
       01  ws-suspensos-estourou                   pic x(01) value "N".
           88 suspensos-estourou                       value "S".
       01  ws-tabela-suspensos.
           05 ws-suspenso-entrada occurs 9999 times.
              10 ws-sus-arquivo-id                 pic x(12).
              10 ws-sus-linha                      pic 9(06).
              10 ws-sus-data-suspensao             pic 9(08).
              10 ws-sus-hora-suspensao             pic 9(06).
              10 ws-sus-qtd-num-jogar              pic 9(02).
              10 ws-sus-aposta                     pic x(29).
              10 ws-sus-apostador-id               pic 9(04).
              10 ws-sus-bolao-id                   pic 9(04).
              10 ws-sus-motivo                     pic x(40).
              10 ws-sus-situacao                   pic x(01).
              10 ws-sus-data-resolucao             pic 9(08).
              10 ws-sus-operador                   pic x(20).
              10 ws-sus-arquivo-reapresentacao     pic x(12).
              10 ws-sus-motivo-baixa               pic x(40).
              10 ws-sus-ponto-venda                pic 9(04).

      *>----------------------------------------------------------------*
      *> Selecao do item e correcao: a aposta corrigida e montada no
      *> mesmo leiaute de ws-aposta do motor de sorteio (dez posicoes
      *> de dois digitos separadas por hifen, posicoes alem da
      *> quantidade jogada zeradas)
      *>----------------------------------------------------------------*
       01  ws-item-escolhido                       pic 9(04).
       01  ws-item-valido                          pic x(01).
           88 item-valido                              value "S".
       01  ws-qtd-listados                         pic 9(04).
       01  ws-nova-qtd                             pic 9(02).
       01  ws-aposta-area.
           05 ws-posicao-aposta occurs 10 times.
              10 ws-num-aposta                     pic 9(02).
              10 ws-sep-aposta                     pic x(01).
       01  ws-nova-aposta                          pic x(29).
       01  ws-num-informado                        pic 9(02).
       01  ws-num-aceito                           pic x(01).
           88 num-aceito                               value "S".
       01  ws-ix-num                               pic 9(02).
       01  ws-ix-busca                             pic 9(02).
       01  ws-id-informado                         pic x(04).
       01  ws-novo-apostador-id                    pic 9(04).
       01  ws-novo-bolao-id                        pic 9(04).
       01  ws-motivo-baixa                         pic x(40).

      *>----------------------------------------------------------------*
      *> Cadastro de pontos de venda LOTPDV.DAT (codigo e situacao),
      *> para que o ponto corrigido seja um que o batch aceite:
      *> cadastrado e ativo, ou zero para a venda direta
      *>----------------------------------------------------------------*
       01  ws-fim-pontos-venda                     pic x(01) value "N".
           88 fim-pontos-venda                         value "S".
       01  ws-qtd-pontos-venda                     pic 9(04) value zero.
       01  ws-ix-ponto-venda                       pic 9(04).
       01  ws-cadastro-pontos-venda.
           05 ws-ponto-venda-entrada occurs 999 times.
              10 ws-pdv-cad-codigo                 pic 9(04).
              10 ws-pdv-cad-situacao               pic x(01).
       01  ws-novo-ponto-venda                     pic 9(04).
       01  ws-ponto-venda-valido                   pic x(01).
           88 ponto-venda-valido                       value "S".

      *>----------------------------------------------------------------*
      *> Reapresentacao dos itens corrigidos num LOTTRANS.DAT novo
      *>----------------------------------------------------------------*
       01  ws-identificador                        pic x(12).
       01  ws-qtd-corrigidos                       pic 9(06).
       01  ws-qtd-reapresentados                   pic 9(06).

      *>----------------------------------------------------------------*
      *> Relatorio de envelhecimento: idade em dias corridos desde a
      *> suspensao, contra o limite informado pelo operador
      *>----------------------------------------------------------------*
       01  ws-data-hoje                            pic 9(08).
       01  ws-dias-hoje                            pic 9(07).
       01  ws-dias-limite                          pic 9(04).
       01  ws-idade-dias                           pic 9(07).
       01  ws-descricao-situacao                   pic x(30).
       01  ws-qtd-envelhecidos                     pic 9(06).
       01  ws-qtd-env-pendentes                    pic 9(06).
       01  ws-qtd-env-corrigidos                   pic 9(06).

       01  ws-operador                             pic x(20).
       01  ws-resposta                             pic x(01).

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           display "Manutencao da suspensao de transacoes (LOTSUSP.DAT)"
           display "Identificacao do operador:"
           move spaces to ws-operador
           accept ws-operador
           if ws-operador = spaces
               display "Operador nao informado; nenhuma manutencao e permitida sem identificacao."
               perform finaliza
           end-if

           move function current-date(1:8) to ws-data-hoje
           compute ws-dias-hoje = function integer-of-date(ws-data-hoje)

           perform carregarParametros
           perform carregarPontosVenda
           perform carregarSuspensos

           if suspensos-estourou
               display "LOTSUSP.DAT excede a capacidade da tabela de suspensao (9999); manutencao recusada para nao truncar o arquivo."
               perform finaliza
           end-if

           move zero to ws-opcao
           perform until opcao-sair
               perform exibirMenu
               evaluate true
                   when opcao-listar
                       perform listarSuspensos
                   when opcao-corrigir
                       perform corrigirSuspenso
                   when opcao-baixar
                       perform baixarSuspenso
                   when opcao-reapresentar
                       perform reapresentarCorrigidos
                   when opcao-envelhecimento
                       perform gerarRelatorioEnvelhecimento
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega a faixa do jogo de LOTPARAM.DAT aplicando a mesma
      *> regra de descarte do desafioLoteriaV1, para que a correcao
      *> aceite exatamente o que o batch vai aceitar
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
      *> Carrega o cadastro de pontos de venda LOTPDV.DAT em memoria
      *> (codigo e situacao). Sem o arquivo so a venda direta e aceita.
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
      *> Valida ws-novo-ponto-venda como o batch faz: zero (venda
      *> direta) ou ponto cadastrado que nao esteja desativado
      *>----------------------------------------------------------------*
       validarPontoVenda section.

           if ws-novo-ponto-venda = zero
               set ponto-venda-valido to true
           else
               move "N" to ws-ponto-venda-valido
               perform varying ws-ix-ponto-venda from 1 by 1
                       until ws-ix-ponto-venda > ws-qtd-pontos-venda
                   if  ws-pdv-cad-codigo(ws-ix-ponto-venda) = ws-novo-ponto-venda
                   and ws-pdv-cad-situacao(ws-ix-ponto-venda) not = "I"
                       set ponto-venda-valido to true
                   end-if
               end-perform
           end-if

           .
       validarPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o arquivo de suspensao LOTSUSP.DAT inteiro em memoria
      *>----------------------------------------------------------------*
       carregarSuspensos section.

           move zero to ws-qtd-suspensos
           move "N"  to ws-fim-suspensos
           move "N"  to ws-suspensos-estourou

           open input f-suspensos
           if ws-status-suspensos = "00"
               perform until fim-suspensos
                   read f-suspensos
                       at end
                           set fim-suspensos to true
                       not at end
                           if ws-qtd-suspensos < 9999
                               add 1 to ws-qtd-suspensos
                               move reg-suspenso
                                   to ws-suspenso-entrada(ws-qtd-suspensos)
                           else
                               set suspensos-estourou to true
                           end-if
                   end-read
               end-perform
               close f-suspensos
           else
               display "Arquivo de suspensao LOTSUSP.DAT nao encontrado; nao ha transacoes suspensas."
           end-if

           .
       carregarSuspensos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Regrava o arquivo de suspensao inteiro a partir da tabela
      *>----------------------------------------------------------------*
       regravarSuspensos section.

           open output f-suspensos
           perform varying ws-ix-gravacao from 1 by 1
                   until ws-ix-gravacao > ws-qtd-suspensos
               move ws-suspenso-entrada(ws-ix-gravacao) to reg-suspenso
               write reg-suspenso
           end-perform
           close f-suspensos

           .
       regravarSuspensos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe o menu e le a opcao do operador
      *>----------------------------------------------------------------*
       exibirMenu section.

           display " "
           display "Suspensao de transacoes (" ws-qtd-suspensos " itens em LOTSUSP.DAT)"
           display "1 - Listar itens nao resolvidos"
           display "2 - Corrigir item"
           display "3 - Baixar item com motivo"
           display "4 - Gerar LOTTRANS.DAT com os itens corrigidos"
           display "5 - Relatorio de envelhecimento (LOTSUSP.RPT)"
           display "9 - Sair"
           move zero to ws-opcao
           accept ws-opcao

           .
       exibirMenu-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista os itens ainda nao resolvidos: pendentes de correcao e
      *> corrigidos aguardando reapresentacao
      *>----------------------------------------------------------------*
       listarSuspensos section.

           move zero to ws-qtd-listados
           perform varying ws-ix-suspenso from 1 by 1
                   until ws-ix-suspenso > ws-qtd-suspensos
               if  ws-sus-situacao(ws-ix-suspenso) = "P"
               or  ws-sus-situacao(ws-ix-suspenso) = "C"
                   add 1 to ws-qtd-listados
                   perform exibirSuspenso
               end-if
           end-perform

           if ws-qtd-listados = zero
               display "Nenhum item pendente na suspensao."
           end-if

           .
       listarSuspensos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe o item ws-ix-suspenso
      *>----------------------------------------------------------------*
       exibirSuspenso section.

           perform descreverSituacao
           display "ITEM=" ws-ix-suspenso
               " ARQUIVO=" ws-sus-arquivo-id(ws-ix-suspenso)
               " LINHA=" ws-sus-linha(ws-ix-suspenso)
               " EM " ws-sus-data-suspensao(ws-ix-suspenso)
               " (" ws-descricao-situacao ")"
           display "     QTD=" ws-sus-qtd-num-jogar(ws-ix-suspenso)
               " APOSTA=" ws-sus-aposta(ws-ix-suspenso)
               " APOSTADOR=" ws-sus-apostador-id(ws-ix-suspenso)
               " BOLAO=" ws-sus-bolao-id(ws-ix-suspenso)
               " PDV=" ws-sus-ponto-venda(ws-ix-suspenso)
           display "     MOTIVO=" ws-sus-motivo(ws-ix-suspenso)

           .
       exibirSuspenso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Descricao da situacao do item ws-ix-suspenso
      *>----------------------------------------------------------------*
       descreverSituacao section.

           evaluate ws-sus-situacao(ws-ix-suspenso)
               when "P"
                   move "pendente de correcao"     to ws-descricao-situacao
               when "C"
                   move "corrigido, a reapresentar" to ws-descricao-situacao
               when "R"
                   move "reapresentado"            to ws-descricao-situacao
               when "B"
                   move "baixado"                  to ws-descricao-situacao
               when other
                   move "situacao desconhecida"    to ws-descricao-situacao
           end-evaluate

           .
       descreverSituacao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o item escolhido pelo operador e confere que ainda nao foi
      *> resolvido (pendente ou corrigido aguardando reapresentacao)
      *>----------------------------------------------------------------*
       escolherSuspenso section.

           move "N" to ws-item-valido
           display "Item (0 = nenhum):"
           move zero to ws-item-escolhido
           accept ws-item-escolhido

           if  ws-item-escolhido > zero
           and ws-item-escolhido <= ws-qtd-suspensos
               if ws-sus-situacao(ws-item-escolhido) = "P"
               or ws-sus-situacao(ws-item-escolhido) = "C"
                   set item-valido to true
                   move ws-item-escolhido to ws-ix-suspenso
               end-if
           end-if

           if not item-valido
               display "Item inexistente ou ja resolvido."
           end-if

           .
       escolherSuspenso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Corrige um item: nova quantidade e novos numeros, validados
      *> contra LOTPARAM.DAT como o batch faz, apostador/bolao e ponto
      *> de venda (Enter mantem o atual; o ponto precisa estar
      *> cadastrado e ativo). Confirmado, o item fica corrigido,
      *> aguardando a geracao do LOTTRANS.DAT de reapresentacao.
      *>----------------------------------------------------------------*
       corrigirSuspenso section.

           perform escolherSuspenso

           if item-valido
               perform exibirSuspenso

               display "Quantidade de numeros (" ws-param-qtd-min " a " ws-param-qtd-max "):"
               move zero to ws-nova-qtd
               accept ws-nova-qtd
               perform until ws-nova-qtd >= ws-param-qtd-min
                         and ws-nova-qtd <= ws-param-qtd-max
                   display "Quantidade fora dos limites; informe de novo"
                   move zero to ws-nova-qtd
                   accept ws-nova-qtd
               end-perform

               perform varying ws-ix-num from 1 by 1 until ws-ix-num > 10
                   move zero to ws-num-aposta(ws-ix-num)
                   move "-"  to ws-sep-aposta(ws-ix-num)
               end-perform

               perform varying ws-ix-num from 1 by 1
                       until ws-ix-num > ws-nova-qtd
                   perform aceitarNumero
                   move ws-num-informado to ws-num-aposta(ws-ix-num)
               end-perform
               move ws-aposta-area(1:29) to ws-nova-aposta

               move ws-sus-apostador-id(ws-ix-suspenso) to ws-novo-apostador-id
               display "ID do apostador (atual " ws-novo-apostador-id "; Enter mantem):"
               move spaces to ws-id-informado
               accept ws-id-informado
               if ws-id-informado not = spaces
                   if ws-id-informado numeric
                       move ws-id-informado to ws-novo-apostador-id
                   else
                       display "ID invalido; apostador mantido."
                   end-if
               end-if

               move ws-sus-bolao-id(ws-ix-suspenso) to ws-novo-bolao-id
               display "ID do bolao (atual " ws-novo-bolao-id "; Enter mantem):"
               move spaces to ws-id-informado
               accept ws-id-informado
               if ws-id-informado not = spaces
                   if ws-id-informado numeric
                       move ws-id-informado to ws-novo-bolao-id
                   else
                       display "ID invalido; bolao mantido."
                   end-if
               end-if

               if ws-sus-ponto-venda(ws-ix-suspenso) numeric
                   move ws-sus-ponto-venda(ws-ix-suspenso)
                       to ws-novo-ponto-venda
               else
                   move zero to ws-novo-ponto-venda
               end-if
               display "Ponto de venda (atual " ws-novo-ponto-venda "; Enter mantem):"
               move spaces to ws-id-informado
               accept ws-id-informado
               if ws-id-informado not = spaces
                   if ws-id-informado numeric
                       move ws-id-informado to ws-novo-ponto-venda
                   else
                       display "Codigo invalido; ponto de venda mantido."
                   end-if
               end-if
               perform validarPontoVenda
               perform until ponto-venda-valido
                   display "Ponto de venda " ws-novo-ponto-venda " nao cadastrado ou inativo em LOTPDV.DAT; informe outro (0 = venda direta):"
                   move zero to ws-novo-ponto-venda
                   accept ws-novo-ponto-venda
                   perform validarPontoVenda
               end-perform

               display "Aposta corrigida: QTD=" ws-nova-qtd " APOSTA=" ws-nova-aposta
                   " APOSTADOR=" ws-novo-apostador-id " BOLAO=" ws-novo-bolao-id
                   " PDV=" ws-novo-ponto-venda
               display "Confirma a correcao (S/N) ? "
               move spaces to ws-resposta
               accept ws-resposta
               if function upper-case(ws-resposta) = "S"
                   move spaces to ws-audit-mensagem
                   string "SUSPENSO CORRIGIDO ID=" ws-sus-arquivo-id(ws-ix-suspenso)
                       " LINHA=" ws-sus-linha(ws-ix-suspenso)
                       " DE=" ws-sus-aposta(ws-ix-suspenso)
                       " PARA=" ws-nova-aposta
                       " OPERADOR=" ws-operador
                       delimited by size into ws-audit-mensagem

                   move ws-nova-qtd          to ws-sus-qtd-num-jogar(ws-ix-suspenso)
                   move ws-nova-aposta       to ws-sus-aposta(ws-ix-suspenso)
                   move ws-novo-apostador-id to ws-sus-apostador-id(ws-ix-suspenso)
                   move ws-novo-bolao-id     to ws-sus-bolao-id(ws-ix-suspenso)
                   move ws-novo-ponto-venda  to ws-sus-ponto-venda(ws-ix-suspenso)
                   move "C"                  to ws-sus-situacao(ws-ix-suspenso)
                   move ws-data-hoje         to ws-sus-data-resolucao(ws-ix-suspenso)
                   move ws-operador          to ws-sus-operador(ws-ix-suspenso)

                   perform regravarSuspensos
                   perform gravarAuditoria
                   display "Item corrigido; sera reapresentado na proxima geracao do LOTTRANS.DAT (opcao 4)."
               else
                   display "Correcao abandonada."
               end-if
           end-if

           .
       corrigirSuspenso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o numero da posicao ws-ix-num da aposta em correcao,
      *> repetindo ate vir um numero da faixa configurada que ainda
      *> nao esteja na aposta
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
                       if ws-num-aposta(ws-ix-busca) = ws-num-informado
                           move "N" to ws-num-aceito
                       end-if
                   end-perform
                   if not num-aceito
                       display "Numero repetido na aposta."
                   end-if
               end-if
           end-perform

           .
       aceitarNumero-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Baixa um item da suspensao sem reapresentacao, com motivo
      *> obrigatorio (por exemplo, aposta devolvida ao cliente)
      *>----------------------------------------------------------------*
       baixarSuspenso section.

           perform escolherSuspenso

           if item-valido
               perform exibirSuspenso
               display "Motivo da baixa:"
               move spaces to ws-motivo-baixa
               accept ws-motivo-baixa
               if ws-motivo-baixa = spaces
                   display "Motivo nao informado; item nao baixado."
               else
                   display "Confirma a baixa (S/N) ? "
                   move spaces to ws-resposta
                   accept ws-resposta
                   if function upper-case(ws-resposta) = "S"
                       move "B"             to ws-sus-situacao(ws-ix-suspenso)
                       move ws-data-hoje    to ws-sus-data-resolucao(ws-ix-suspenso)
                       move ws-operador     to ws-sus-operador(ws-ix-suspenso)
                       move ws-motivo-baixa to ws-sus-motivo-baixa(ws-ix-suspenso)

                       perform regravarSuspensos

                       move spaces to ws-audit-mensagem
                       string "SUSPENSO BAIXADO ID=" ws-sus-arquivo-id(ws-ix-suspenso)
                           " LINHA=" ws-sus-linha(ws-ix-suspenso)
                           " APOSTA=" ws-sus-aposta(ws-ix-suspenso)
                           " MOTIVO=" ws-motivo-baixa
                           " OPERADOR=" ws-operador
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria
                       display "Item baixado."
                   else
                       display "Baixa abandonada."
                   end-if
               end-if
           end-if

           .
       baixarSuspenso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Gera um LOTTRANS.DAT novo com todos os itens corrigidos: header
      *> com identificador inedito (prefixo SU + data/hora da geracao),
      *> um detalhe por item e trailer com a contagem exata. Cada item
      *> gravado fica reapresentado, com o identificador do arquivo.
      *> Um LOTTRANS.DAT ainda nao consumido pelo batch so e
      *> sobrescrito com a confirmacao do operador.
      *>----------------------------------------------------------------*
       reapresentarCorrigidos section.

           move zero to ws-qtd-corrigidos
           perform varying ws-ix-suspenso from 1 by 1
                   until ws-ix-suspenso > ws-qtd-suspensos
               if ws-sus-situacao(ws-ix-suspenso) = "C"
                   add 1 to ws-qtd-corrigidos
               end-if
           end-perform

           if ws-qtd-corrigidos = zero
               display "Nenhum item corrigido aguardando reapresentacao."
           else
               move "S" to ws-resposta
               open input f-transacoes
               if ws-status-transacoes = "00"
                   close f-transacoes
                   display "Ja existe um LOTTRANS.DAT no disco. Sobrescrever (S/N) ? "
                   move spaces to ws-resposta
                   accept ws-resposta
               end-if

               if function upper-case(ws-resposta) not = "S"
                   display "Geracao cancelada; LOTTRANS.DAT preservado."
               else
                   perform gravarArquivoReapresentacao
               end-if
           end-if

           .
       reapresentarCorrigidos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava o LOTTRANS.DAT de reapresentacao e regrava a suspensao
      *>----------------------------------------------------------------*
       gravarArquivoReapresentacao section.

           move zero to ws-qtd-reapresentados
           move spaces to ws-identificador
           string "SU" function current-date(5:10)
               delimited by size into ws-identificador

           open output f-transacoes

           move spaces to reg-transacao
           move "H"                         to trans-tipo-registro
           move ws-identificador            to trans-hdr-identificador
           move function current-date(1:8)  to trans-hdr-data-geracao
           write reg-transacao

           perform varying ws-ix-suspenso from 1 by 1
                   until ws-ix-suspenso > ws-qtd-suspensos
               if ws-sus-situacao(ws-ix-suspenso) = "C"
                   move spaces to reg-transacao
                   move "D" to trans-tipo-registro
                   move ws-sus-qtd-num-jogar(ws-ix-suspenso)
                       to trans-qtd-num-jogar
                   move ws-sus-aposta(ws-ix-suspenso)
                       to trans-aposta
                   move ws-sus-apostador-id(ws-ix-suspenso)
                       to trans-apostador-id
                   move ws-sus-bolao-id(ws-ix-suspenso)
                       to trans-bolao-id
                   if ws-sus-ponto-venda(ws-ix-suspenso) numeric
                       move ws-sus-ponto-venda(ws-ix-suspenso)
                           to trans-ponto-venda
                   else
                       move zero to trans-ponto-venda
                   end-if
                   write reg-transacao
                   add 1 to ws-qtd-reapresentados

                   move "R" to ws-sus-situacao(ws-ix-suspenso)
                   move ws-data-hoje
                       to ws-sus-data-resolucao(ws-ix-suspenso)
                   move ws-operador
                       to ws-sus-operador(ws-ix-suspenso)
                   move ws-identificador
                       to ws-sus-arquivo-reapresentacao(ws-ix-suspenso)
               end-if
           end-perform

           move spaces to reg-transacao
           move "T"                   to trans-tipo-registro
           move ws-qtd-reapresentados to trans-trl-qtd-detalhes
           write reg-transacao

           close f-transacoes

           perform regravarSuspensos

           display ws-qtd-reapresentados " item(ns) reapresentado(s) em LOTTRANS.DAT com identificador " ws-identificador
           display "Processe o arquivo pelo modo batch do desafioLoteriaV1."

           move spaces to ws-audit-mensagem
           string "SUSPENSOS REAPRESENTADOS ID=" ws-identificador
               " DETALHES=" ws-qtd-reapresentados
               " OPERADOR=" ws-operador
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           .
       gravarArquivoReapresentacao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Relatorio de envelhecimento: lista os itens nao resolvidos
      *> (pendentes ou corrigidos e ainda nao reapresentados) suspensos
      *> ha mais de N dias, com a idade de cada um e os totais
      *>----------------------------------------------------------------*
       gerarRelatorioEnvelhecimento section.

           display "Listar itens nao resolvidos ha mais de quantos dias ?"
           move zero to ws-dias-limite
           accept ws-dias-limite

           move zero to ws-qtd-envelhecidos
           move zero to ws-qtd-env-pendentes
           move zero to ws-qtd-env-corrigidos

           open extend f-rel-suspensos
           if ws-status-rel-suspensos not = "00"
               open output f-rel-suspensos
           end-if

           move spaces to reg-rel-suspensos
           string "ENVELHECIMENTO DA SUSPENSAO EM " ws-data-hoje
               " - ITENS NAO RESOLVIDOS HA MAIS DE " ws-dias-limite " DIAS"
               delimited by size into reg-rel-suspensos
           write reg-rel-suspensos

           perform varying ws-ix-suspenso from 1 by 1
                   until ws-ix-suspenso > ws-qtd-suspensos
               if  (ws-sus-situacao(ws-ix-suspenso) = "P"
                 or ws-sus-situacao(ws-ix-suspenso) = "C")
               and ws-sus-data-suspensao(ws-ix-suspenso) numeric
               and ws-sus-data-suspensao(ws-ix-suspenso) >= 19000101
                   compute ws-idade-dias = ws-dias-hoje
                       - function integer-of-date
                           (ws-sus-data-suspensao(ws-ix-suspenso))
                   if ws-idade-dias > ws-dias-limite
                       perform listarItemEnvelhecido
                   end-if
               end-if
           end-perform

           move spaces to reg-rel-suspensos
           string "TOTAL NAO RESOLVIDO HA MAIS DE " ws-dias-limite " DIAS="
               ws-qtd-envelhecidos
               " (PENDENTES=" ws-qtd-env-pendentes
               " CORRIGIDOS A REAPRESENTAR=" ws-qtd-env-corrigidos ")"
               delimited by size into reg-rel-suspensos
           write reg-rel-suspensos

           close f-rel-suspensos

           display ws-qtd-envelhecidos " item(ns) nao resolvido(s) ha mais de " ws-dias-limite " dias. Relatorio em LOTSUSP.RPT"

           .
       gerarRelatorioEnvelhecimento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava a linha do item envelhecido ws-ix-suspenso
      *>----------------------------------------------------------------*
       listarItemEnvelhecido section.

           add 1 to ws-qtd-envelhecidos
           if ws-sus-situacao(ws-ix-suspenso) = "P"
               add 1 to ws-qtd-env-pendentes
           else
               add 1 to ws-qtd-env-corrigidos
           end-if

           perform descreverSituacao
           move spaces to reg-rel-suspensos
           string "  ITEM=" ws-ix-suspenso
               " ARQUIVO=" ws-sus-arquivo-id(ws-ix-suspenso)
               " LINHA=" ws-sus-linha(ws-ix-suspenso)
               " SUSPENSO EM " ws-sus-data-suspensao(ws-ix-suspenso)
               " IDADE=" ws-idade-dias " DIAS"
               " APOSTADOR=" ws-sus-apostador-id(ws-ix-suspenso)
               " BOLAO=" ws-sus-bolao-id(ws-ix-suspenso)
               " " ws-descricao-situacao
               " MOTIVO=" ws-sus-motivo(ws-ix-suspenso)
               delimited by size into reg-rel-suspensos
           write reg-rel-suspensos

           .
       listarItemEnvelhecido-exit.
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

       finaliza section.

           display " "

           display "Finalizando programa!!!"

           Stop run
           .
       finaliza-exit.
           exit.
