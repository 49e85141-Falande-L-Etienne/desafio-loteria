      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaResgate".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Resgate de premios no balcao. O premio apurado pela
      *> conferencia (LOTGANHO.DAT) e localizado pelo apostador ou
      *> pela chave da aposta, o ganhador e identificado contra o
      *> cadastro LOTAPOST.DAT e o premio e marcado como pago com data,
      *> hora e operador, lancando o movimento de caixa "R" em
      *> LOTMOVFI.DAT. Premio nao resgatado dentro do prazo legal
      *> (param-prazo-resgate de LOTPARAM.DAT, em dias apos a data do
      *> sorteio) e marcado como expirado, com o movimento "E". O
      *> relatorio LOTRESG.RPT mostra, por concurso, os premios
      *> pendentes, pagos e expirados. Um premio nunca e pago duas
      *> vezes: so um ganho pendente e dentro do prazo pode ser
      *> resgatado. Uma reliquidacao autorizada do concurso acrescenta
      *> uma nova linha para o mesmo premio; vale sempre uma linha so
      *> por aposta, concurso, apostador e bolao (ver
      *> localizarGanhoVigente).
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-ganhos
               assign to "LOTGANHO.DAT"
               organization is line sequential
               file status is ws-status-ganhos.

           select f-apostadores
               assign to "LOTAPOST.DAT"
               organization is line sequential
               file status is ws-status-apostadores.

           select f-parametros
               assign to "LOTPARAM.DAT"
               organization is line sequential
               file status is ws-status-parametros.

           select f-movimentos
               assign to "LOTMOVFI.DAT"
               organization is line sequential
               file status is ws-status-movimentos.

           select f-rel-resgate
               assign to "LOTRESG.RPT"
               organization is line sequential
               file status is ws-status-rel-resgate.

      *>Declaração de variáveis
       data division.

       file section.

       fd  f-ganhos.
       01  reg-ganho.
           05 ganho-chave                           pic x(20).
           05 ganho-concurso                        pic 9(06).
           05 ganho-data-sorteio                    pic 9(08).
           05 ganho-qtd-num-jogar                   pic 9(02).
           05 ganho-acertos                         pic 9(02).
           05 ganho-aposta                          pic x(29).
           05 ganho-apostador-id                    pic 9(04).
           05 ganho-bolao-id                        pic 9(04).
           05 ganho-rateio                          pic 9(11)v99.
           05 ganho-situacao                        pic x(01).
              88 ganho-pendente                         value "P" " ".
              88 ganho-pago                             value "G".
              88 ganho-expirado                         value "E".
           05 ganho-data-resgate                    pic 9(08).
           05 ganho-hora-resgate                    pic 9(06).
           05 ganho-operador-resgate                pic x(20).
           05 ganho-valor-irrf                      pic 9(11)v99.
           05 ganho-valor-liquido                   pic 9(11)v99.

       fd  f-apostadores.
       01  reg-apostador.
           05 apost-id                              pic 9(04).
           05 apost-nome                            pic x(30).
           05 apost-contato                         pic x(30).

       fd  f-parametros.
       01  reg-parametro.
           05 param-qtd-min                         pic 9(02).
           05 param-qtd-max                         pic 9(02).
           05 param-num-min                         pic 9(02).
           05 param-num-max                         pic 9(02).
           05 param-max-tentativas                  pic 9(09).
           05 param-prazo-resgate                   pic 9(03).

       fd  f-movimentos.
       01  reg-movimento.
           05 mov-data                               pic 9(08).
           05 mov-hora                               pic 9(06).
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
           05 mov-valor-acumulado                    pic 9(11)v99.
           05 mov-valor-irrf                         pic 9(11)v99.
           05 mov-valor-liquido                      pic 9(11)v99.
      *>----------------------------------------------------------------*
      *> Ponto de venda da aposta ("A") e do estorno ("X"), base do
      *> fechamento por ponto de venda; zero nos demais movimentos e
      *> na venda direta
      *>----------------------------------------------------------------*
           05 mov-ponto-venda                        pic 9(04).

       fd  f-rel-resgate.
       01  reg-rel-resgate                          pic x(250).

       working-storage section.

       01  ws-status-ganhos                        pic x(02).
       01  ws-status-apostadores                   pic x(02).
       01  ws-status-parametros                    pic x(02).
       01  ws-status-movimentos                    pic x(02).
       01  ws-status-rel-resgate                   pic x(02).

       01  ws-fim-ganhos                           pic x(01) value "N".
           88 fim-ganhos                               value "S".
       01  ws-fim-apostadores                      pic x(01) value "N".
           88 fim-apostadores                          value "S".

       01  ws-opcao                                pic 9(01).
           88 opcao-por-apostador                      value 1.
           88 opcao-por-chave                          value 2.
           88 opcao-relatorio                          value 3.
           88 opcao-sair                               value 9.

      *>----------------------------------------------------------------*
      *> Prazo de resgate em dias apos o sorteio (LOTPARAM.DAT; 90 dias
      *> quando ausente ou zerado) e a data de hoje em dias corridos,
      *> base do calculo de vencimento
      *>----------------------------------------------------------------*
       01  ws-prazo-resgate                        pic 9(03) value 90.
       01  ws-data-hoje                            pic 9(08).
       01  ws-hora-agora                           pic 9(06).
       01  ws-dias-hoje                            pic 9(07).
       01  ws-dias-vencimento                      pic 9(07).
       01  ws-data-vencimento                      pic 9(08).
       01  ws-ganho-vencido                        pic x(01).
           88 ganho-vencido                            value "S".

      *>----------------------------------------------------------------*
      *> Detalhe de ganhos carregado por inteiro em memoria e regravado
      *> a cada resgate ou expiracao, no padrao dos demais arquivos line
      *> sequential do sistema. Com mais ganhos do que a tabela comporta
      *> o programa nao regrava nada, para nao truncar o arquivo.
      *>----------------------------------------------------------------*
       01  ws-qtd-ganhos                           pic 9(04) value zero.
       01  ws-ix-ganho                             pic 9(05).
       01  ws-ix-gravacao                          pic 9(05).
       01  ws-ganhos-estourou                      pic x(01) value "N".
           88 ganhos-estourou                          value "S".

      *>----------------------------------------------------------------*
      *> Linha vigente do premio do ganho corrente (mesma chave,
      *> concurso, apostador e bolao): a linha ja paga ou expirada,
      *> quando houver, ou senao a ultima linha gravada (a da
      *> reliquidacao mais recente)
      *>----------------------------------------------------------------*
       01  ws-ix-busca                             pic 9(05).
       01  ws-ix-vigente                           pic 9(05).
       01  ws-premio-liquidado                     pic x(01).
           88 premio-liquidado                         value "S".
       01  ws-tabela-ganhos.
           05 ws-ganho-entrada occurs 9999 times.
              10 ws-gan-chave                      pic x(20).
              10 ws-gan-concurso                   pic 9(06).
              10 ws-gan-data-sorteio               pic 9(08).
              10 ws-gan-qtd-num-jogar              pic 9(02).
              10 ws-gan-acertos                    pic 9(02).
              10 ws-gan-aposta                     pic x(29).
              10 ws-gan-apostador-id               pic 9(04).
              10 ws-gan-bolao-id                   pic 9(04).
              10 ws-gan-rateio                     pic 9(11)v99.
              10 ws-gan-situacao                   pic x(01).
              10 ws-gan-data-resgate               pic 9(08).
              10 ws-gan-hora-resgate               pic 9(06).
              10 ws-gan-operador-resgate           pic x(20).
              10 ws-gan-valor-irrf                 pic 9(11)v99.
              10 ws-gan-valor-liquido              pic 9(11)v99.

      *>----------------------------------------------------------------*
      *> Cadastro de apostadores em memoria, para a identificacao do
      *> ganhador no balcao e os nomes do relatorio
      *>----------------------------------------------------------------*
       01  ws-qtd-apostadores                      pic 9(04) value zero.
       01  ws-ix-apostador                         pic 9(04).
       01  ws-ix-apostador-achado                  pic 9(04).
       01  ws-cadastro-apostadores.
           05 ws-apostador-entrada occurs 999 times.
              10 ws-apost-cad-id                   pic 9(04).
              10 ws-apost-cad-nome                 pic x(30).
              10 ws-apost-cad-contato              pic x(30).

      *>----------------------------------------------------------------*
      *> Selecao do premio a resgatar
      *>----------------------------------------------------------------*
       01  ws-apostador-id                         pic 9(04).
       01  ws-nome-apostador                       pic x(30).
       01  ws-chave-procurada                      pic x(20).
       01  ws-qtd-candidatos                       pic 9(04).
       01  ws-item-escolhido                       pic 9(04).
       01  ws-item-valido                          pic x(01).
           88 item-valido                              value "S".
       01  ws-nome-informado                       pic x(30).
       01  ws-identidade-confirmada                pic x(01).
           88 identidade-confirmada                    value "S".

      *>----------------------------------------------------------------*
      *> Relatorio de premios por concurso
      *>----------------------------------------------------------------*
       01  ws-filtro-concurso                      pic 9(06).
       01  ws-qtd-concursos-rel                    pic 9(04) value zero.
       01  ws-ix-concurso-rel                      pic 9(05).
       01  ws-concurso-listado                     pic x(01).
           88 concurso-listado                         value "S".
       01  ws-tabela-concursos-rel.
           05 ws-concurso-rel occurs 9999 times    pic 9(06).
       01  ws-descricao-situacao                   pic x(40).
       01  ws-totais-concurso.
           05 ws-conc-qtd-pendentes                pic 9(06).
           05 ws-conc-val-pendentes                pic 9(13)v99.
           05 ws-conc-qtd-pagos                    pic 9(06).
           05 ws-conc-val-pagos                    pic 9(13)v99.
           05 ws-conc-qtd-expirados                pic 9(06).
           05 ws-conc-val-expirados                pic 9(13)v99.
       01  ws-totais-gerais.
           05 ws-ger-qtd-pendentes                 pic 9(06).
           05 ws-ger-val-pendentes                 pic 9(13)v99.
           05 ws-ger-qtd-pagos                     pic 9(06).
           05 ws-ger-val-pagos                     pic 9(13)v99.
           05 ws-ger-qtd-expirados                 pic 9(06).
           05 ws-ger-val-expirados                 pic 9(13)v99.

       01  ws-qtd-expirados-agora                  pic 9(06) value zero.
       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado2                       pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado3                       pic zzz.zzz.zzz.zz9,99.
       01  ws-operador                             pic x(20).
       01  ws-resposta                             pic x(01).

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           display "Resgate de premios (LOTGANHO.DAT)"
           display "Identificacao do operador:"
           move spaces to ws-operador
           accept ws-operador
           if ws-operador = spaces
               display "Operador nao informado; nenhum resgate e permitido sem identificacao."
               perform finaliza
           end-if

           move function current-date(1:8) to ws-data-hoje
           compute ws-dias-hoje = function integer-of-date(ws-data-hoje)

           perform carregarParametros
           perform carregarApostadores
           perform carregarGanhos

           if ganhos-estourou
               display "LOTGANHO.DAT excede a capacidade da tabela de ganhos (9999); resgate recusado para nao truncar o arquivo."
               perform finaliza
           end-if

           perform expirarPremiosVencidos

           move zero to ws-opcao
           perform until opcao-sair
               perform exibirMenu
               evaluate true
                   when opcao-por-apostador
                       perform resgatarPorApostador
                   when opcao-por-chave
                       perform resgatarPorChave
                   when opcao-relatorio
                       perform gerarRelatorioResgates
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega o prazo de resgate de LOTPARAM.DAT (90 dias quando o
      *> arquivo nao existe ou o campo esta ausente ou zerado)
      *>----------------------------------------------------------------*
       carregarParametros section.

           open input f-parametros
           if ws-status-parametros = "00"
               read f-parametros
               if  ws-status-parametros = "00"
               and param-prazo-resgate numeric
               and param-prazo-resgate > zero
                   move param-prazo-resgate to ws-prazo-resgate
               end-if
               close f-parametros
           end-if

           display "Prazo de resgate: " ws-prazo-resgate " dias apos a data do sorteio"

           .
       carregarParametros-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o cadastro LOTAPOST.DAT em memoria
      *>----------------------------------------------------------------*
       carregarApostadores section.

           move zero to ws-qtd-apostadores
           move "N"  to ws-fim-apostadores

           open input f-apostadores
           if ws-status-apostadores = "00"
               perform until fim-apostadores
                   read f-apostadores
                       at end
                           set fim-apostadores to true
                       not at end
                           if ws-qtd-apostadores < 999
                               add 1 to ws-qtd-apostadores
                               move apost-id to
                                   ws-apost-cad-id(ws-qtd-apostadores)
                               move apost-nome to
                                   ws-apost-cad-nome(ws-qtd-apostadores)
                               move apost-contato to
                                   ws-apost-cad-contato(ws-qtd-apostadores)
                           end-if
                   end-read
               end-perform
               close f-apostadores
           end-if

           .
       carregarApostadores-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o detalhe de ganhos LOTGANHO.DAT inteiro em memoria
      *>----------------------------------------------------------------*
       carregarGanhos section.

           move zero to ws-qtd-ganhos
           move "N"  to ws-fim-ganhos
           move "N"  to ws-ganhos-estourou

           open input f-ganhos
           if ws-status-ganhos = "00"
               perform until fim-ganhos
                   read f-ganhos
                       at end
                           set fim-ganhos to true
                       not at end
                           if ws-qtd-ganhos < 9999
                               add 1 to ws-qtd-ganhos
                               move reg-ganho
                                   to ws-ganho-entrada(ws-qtd-ganhos)
      *>                       ganho anterior a retencao na fonte: pago
      *>                       pelo bruto, sem imposto retido
                               if ws-gan-valor-irrf(ws-qtd-ganhos)
                                   not numeric
                                   move zero
                                       to ws-gan-valor-irrf(ws-qtd-ganhos)
                                   move ws-gan-rateio(ws-qtd-ganhos)
                                       to ws-gan-valor-liquido(ws-qtd-ganhos)
                               end-if
                           else
                               set ganhos-estourou to true
                           end-if
                   end-read
               end-perform
               close f-ganhos
           else
               display "Detalhe de ganhos LOTGANHO.DAT nao encontrado; nao ha premios a resgatar."
           end-if

           .
       carregarGanhos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe o menu e le a opcao do operador
      *>----------------------------------------------------------------*
       exibirMenu section.

           display " "
           display "Resgate de premios (" ws-qtd-ganhos " ganhos em LOTGANHO.DAT)"
           display "1 - Resgatar premio por apostador"
           display "2 - Resgatar premio pela chave da aposta"
           display "3 - Relatorio de premios pendentes, pagos e expirados por concurso (LOTRESG.RPT)"
           display "9 - Sair"
           move zero to ws-opcao
           accept ws-opcao

           .
       exibirMenu-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Calcula o vencimento do ganho ws-ix-ganho (data do sorteio mais
      *> o prazo de resgate) e indica se ja passou. Ganho sem data de
      *> sorteio valida nao tem vencimento calculavel e nunca vence.
      *>----------------------------------------------------------------*
       calcularVencimento section.

           move "N"  to ws-ganho-vencido
           move zero to ws-data-vencimento

           if  ws-gan-data-sorteio(ws-ix-ganho) numeric
           and ws-gan-data-sorteio(ws-ix-ganho) >= 19000101
               compute ws-dias-vencimento =
                   function integer-of-date(ws-gan-data-sorteio(ws-ix-ganho))
                   + ws-prazo-resgate
               compute ws-data-vencimento =
                   function date-of-integer(ws-dias-vencimento)
               if ws-dias-hoje > ws-dias-vencimento
                   set ganho-vencido to true
               end-if
           end-if

           .
       calcularVencimento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Marca como expirados todos os premios pendentes cujo prazo de
      *> resgate ja passou, lancando o movimento "E" de cada um, e
      *> regrava o detalhe de ganhos quando algum expirou. Linhas
      *> substituidas por uma reliquidacao nao expiram: so a vigente.
      *>----------------------------------------------------------------*
       expirarPremiosVencidos section.

           move zero to ws-qtd-expirados-agora

           perform varying ws-ix-ganho from 1 by 1
                   until ws-ix-ganho > ws-qtd-ganhos
               if  ws-gan-situacao(ws-ix-ganho) = "P"
               or  ws-gan-situacao(ws-ix-ganho) = space
                   perform localizarGanhoVigente
                   if ws-ix-vigente = ws-ix-ganho
                       perform calcularVencimento
                       if ganho-vencido
                           perform expirarGanho
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtd-expirados-agora > zero
               perform regravarGanhos
               display ws-qtd-expirados-agora " premio(s) com prazo de resgate vencido marcado(s) como expirado(s)."
           end-if

           .
       expirarPremiosVencidos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Marca o ganho ws-ix-ganho como expirado, lanca o movimento "E"
      *> e audita. O chamador regrava o detalhe de ganhos.
      *>----------------------------------------------------------------*
       expirarGanho section.

           move function current-date(9:6) to ws-hora-agora

           move "E"          to ws-gan-situacao(ws-ix-ganho)
           move ws-data-hoje to ws-gan-data-resgate(ws-ix-ganho)
           move ws-hora-agora to ws-gan-hora-resgate(ws-ix-ganho)
           move ws-operador  to ws-gan-operador-resgate(ws-ix-ganho)
           add 1 to ws-qtd-expirados-agora

           set mov-tipo-expirado to true
           perform gravarMovimentoGanho

           move spaces to ws-audit-mensagem
           string "PREMIO EXPIRADO CHAVE=" ws-gan-chave(ws-ix-ganho)
               " CONCURSO=" ws-gan-concurso(ws-ix-ganho)
               " APOSTADOR=" ws-gan-apostador-id(ws-ix-ganho)
               " VALOR=" ws-gan-rateio(ws-ix-ganho)
               " VENCIMENTO=" ws-data-vencimento
               " OPERADOR=" ws-operador
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           .
       expirarGanho-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Resgate a partir do apostador: o id tem de estar no cadastro;
      *> lista os premios pendentes dele e resgata o escolhido
      *>----------------------------------------------------------------*
       resgatarPorApostador section.

           display "ID do apostador:"
           move zero to ws-apostador-id
           accept ws-apostador-id
           perform localizarApostador

           if ws-ix-apostador-achado = zero
               display "Apostador " ws-apostador-id " nao consta do cadastro LOTAPOST.DAT."
           else
               move zero to ws-qtd-candidatos
               perform varying ws-ix-ganho from 1 by 1
                       until ws-ix-ganho > ws-qtd-ganhos
                   if  ws-gan-apostador-id(ws-ix-ganho) = ws-apostador-id
                   and (ws-gan-situacao(ws-ix-ganho) = "P"
                     or ws-gan-situacao(ws-ix-ganho) = space)
                       perform localizarGanhoVigente
                       if ws-ix-vigente = ws-ix-ganho
                           perform exibirCandidato
                       end-if
                   end-if
               end-perform

               if ws-qtd-candidatos = zero
                   display "Nenhum premio pendente para o apostador " ws-apostador-id "."
               else
                   perform escolherCandidato
                   if item-valido
                   and ws-gan-apostador-id(ws-item-escolhido)
                           = ws-apostador-id
                       move ws-item-escolhido to ws-ix-ganho
                       perform efetuarResgate
                   else
                       display "Item nao pertence a lista apresentada; nenhum premio resgatado."
                   end-if
               end-if
           end-if

           .
       resgatarPorApostador-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Resgate a partir da chave da aposta no historico. O premio,
      *> mesmo de bolao, tem uma so linha de ganho, em nome do
      *> apostador da aposta (a divisao entre os cotistas so aparece no
      *> LOTPAGTO.RPT e no LOTRETEN.DAT); apenas a reliquidacao do
      *> concurso deixa mais de uma linha para o mesmo premio. So as
      *> linhas vigentes e pendentes sao listadas, para que o operador
      *> confira antes de escolher.
      *>----------------------------------------------------------------*
       resgatarPorChave section.

           display "Chave da aposta (20 digitos, como em LOTPAGTO.RPT/LOTGANHO.DAT):"
           move spaces to ws-chave-procurada
           accept ws-chave-procurada

           move zero to ws-qtd-candidatos
           perform varying ws-ix-ganho from 1 by 1
                   until ws-ix-ganho > ws-qtd-ganhos
               if  ws-gan-chave(ws-ix-ganho) = ws-chave-procurada
               and (ws-gan-situacao(ws-ix-ganho) = "P"
                 or ws-gan-situacao(ws-ix-ganho) = space)
                   perform localizarGanhoVigente
                   if ws-ix-vigente = ws-ix-ganho
                       perform exibirCandidato
                   end-if
               end-if
           end-perform

           if ws-qtd-candidatos = zero
               display "Nenhum premio pendente para a chave " ws-chave-procurada "."
           else
               perform escolherCandidato
               if item-valido
               and ws-gan-chave(ws-item-escolhido) = ws-chave-procurada
                   move ws-item-escolhido to ws-ix-ganho
                   move ws-gan-apostador-id(ws-ix-ganho) to ws-apostador-id
                   perform localizarApostador
                   perform efetuarResgate
               else
                   display "Item nao pertence a lista apresentada; nenhum premio resgatado."
               end-if
           end-if

           .
       resgatarPorChave-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe um premio pendente candidato ao resgate (ws-ix-ganho)
      *>----------------------------------------------------------------*
       exibirCandidato section.

           add 1 to ws-qtd-candidatos
           perform calcularVencimento
           move ws-gan-rateio(ws-ix-ganho)        to ws-valor-editado
           move ws-gan-valor-liquido(ws-ix-ganho) to ws-valor-editado2
           display "ITEM=" ws-ix-ganho
               " CONCURSO=" ws-gan-concurso(ws-ix-ganho)
               " APOSTA=" ws-gan-aposta(ws-ix-ganho)
               " ACERTOS=" ws-gan-acertos(ws-ix-ganho)
               " VALOR=" ws-valor-editado
               " LIQUIDO=" ws-valor-editado2
               " VENCE EM " ws-data-vencimento

           .
       exibirCandidato-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o item escolhido pelo operador e confere que e um premio
      *> pendente e vigente da tabela (nem ja liquidado em outra linha
      *> do mesmo premio, nem substituido por uma reliquidacao)
      *>----------------------------------------------------------------*
       escolherCandidato section.

           move "N" to ws-item-valido
           display "Item a resgatar (0 = nenhum):"
           move zero to ws-item-escolhido
           accept ws-item-escolhido

           if  ws-item-escolhido > zero
           and ws-item-escolhido <= ws-qtd-ganhos
               if ws-gan-situacao(ws-item-escolhido) = "P"
               or ws-gan-situacao(ws-item-escolhido) = space
                   move ws-item-escolhido to ws-ix-ganho
                   perform localizarGanhoVigente
                   if ws-ix-vigente = ws-item-escolhido
                       set item-valido to true
                   end-if
               end-if
           end-if

           .
       escolherCandidato-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Localiza a linha vigente do premio do ganho ws-ix-ganho entre
      *> as linhas de mesma chave, concurso, apostador e bolao. A
      *> reliquidacao autorizada de um concurso acrescenta ao
      *> LOTGANHO.DAT uma nova linha pendente para cada premio, mesmo
      *> que a anterior ja tenha sido paga ou expirada: havendo linha
      *> paga ("G") ou expirada ("E"), o premio esta liquidado e a
      *> vigente e ela; senao vale a ultima linha gravada. Deixa o
      *> indice em ws-ix-vigente.
      *>----------------------------------------------------------------*
       localizarGanhoVigente section.

           move zero to ws-ix-vigente
           move "N"  to ws-premio-liquidado

           perform varying ws-ix-busca from 1 by 1
                   until ws-ix-busca > ws-qtd-ganhos
               if  ws-gan-chave(ws-ix-busca) = ws-gan-chave(ws-ix-ganho)
               and ws-gan-concurso(ws-ix-busca)
                       = ws-gan-concurso(ws-ix-ganho)
               and ws-gan-apostador-id(ws-ix-busca)
                       = ws-gan-apostador-id(ws-ix-ganho)
               and ws-gan-bolao-id(ws-ix-busca)
                       = ws-gan-bolao-id(ws-ix-ganho)
                   if ws-gan-situacao(ws-ix-busca) = "G"
                   or ws-gan-situacao(ws-ix-busca) = "E"
                       move ws-ix-busca to ws-ix-vigente
                       set premio-liquidado to true
                   else
                       if not premio-liquidado
                           move ws-ix-busca to ws-ix-vigente
                       end-if
                   end-if
               end-if
           end-perform

           .
       localizarGanhoVigente-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Procura ws-apostador-id no cadastro em memoria; deixa o indice
      *> em ws-ix-apostador-achado (zero quando nao cadastrado)
      *>----------------------------------------------------------------*
       localizarApostador section.

           move zero to ws-ix-apostador-achado
           perform varying ws-ix-apostador from 1 by 1
                   until ws-ix-apostador > ws-qtd-apostadores
               if ws-apost-cad-id(ws-ix-apostador) = ws-apostador-id
                   move ws-ix-apostador to ws-ix-apostador-achado
               end-if
           end-perform

           .
       localizarApostador-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Identifica o ganhador do premio ws-ix-ganho. Premio de
      *> apostador cadastrado exige que o nome do documento apresentado
      *> confira com o cadastro LOTAPOST.DAT e que o operador confirme
      *> o contato registrado; premio de aposta anonima e pago ao
      *> portador do comprovante, com confirmacao do operador. Premio
      *> de apostador ausente do cadastro nao pode ser pago.
      *>----------------------------------------------------------------*
       confirmarIdentidade section.

           move "N" to ws-identidade-confirmada

           evaluate true
               when ws-gan-apostador-id(ws-ix-ganho) = zero
                   display "Aposta anonima: premio pago ao portador do comprovante da aposta " ws-gan-chave(ws-ix-ganho) "."
                   display "Comprovante conferido (S/N) ? "
                   move spaces to ws-resposta
                   accept ws-resposta
                   if function upper-case(ws-resposta) = "S"
                       set identidade-confirmada to true
                   end-if
               when ws-ix-apostador-achado = zero
                   display "Apostador " ws-gan-apostador-id(ws-ix-ganho) " do premio nao consta do cadastro LOTAPOST.DAT; regularize o cadastro antes do resgate."
               when other
                   display "Nome do ganhador conforme documento apresentado:"
                   move spaces to ws-nome-informado
                   accept ws-nome-informado
                   if function upper-case(ws-nome-informado)
                      = function upper-case
                          (ws-apost-cad-nome(ws-ix-apostador-achado))
                       display "Contato registrado: " ws-apost-cad-contato(ws-ix-apostador-achado)
                       display "Contato confere com o informado pelo ganhador (S/N) ? "
                       move spaces to ws-resposta
                       accept ws-resposta
                       if function upper-case(ws-resposta) = "S"
                           set identidade-confirmada to true
                       end-if
                   else
                       display "Nome informado nao confere com o cadastro do apostador " ws-gan-apostador-id(ws-ix-ganho) "."
                   end-if
           end-evaluate

           .
       confirmarIdentidade-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Resgata o premio ws-ix-ganho: vencido o prazo o premio e
      *> expirado e nao e pago; dentro do prazo e com a identidade
      *> confirmada, e marcado como pago com data, hora e operador,
      *> lanca o movimento "R" e regrava o detalhe de ganhos. Toda
      *> recusa e auditada.
      *>----------------------------------------------------------------*
       efetuarResgate section.

           perform calcularVencimento

           if ganho-vencido
               display "Prazo de resgate vencido em " ws-data-vencimento "; premio marcado como expirado e nao pago."
               move zero to ws-qtd-expirados-agora
               perform expirarGanho
               perform regravarGanhos
           else
               perform confirmarIdentidade
               if not identidade-confirmada
                   display "Identidade nao confirmada; premio nao resgatado."
                   move spaces to ws-audit-mensagem
                   string "RESGATE RECUSADO CHAVE=" ws-gan-chave(ws-ix-ganho)
                       " CONCURSO=" ws-gan-concurso(ws-ix-ganho)
                       " APOSTADOR=" ws-gan-apostador-id(ws-ix-ganho)
                       " MOTIVO=identidade nao confirmada"
                       " OPERADOR=" ws-operador
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
               else
                   move ws-gan-rateio(ws-ix-ganho)        to ws-valor-editado2
                   move ws-gan-valor-irrf(ws-ix-ganho)    to ws-valor-editado3
                   move ws-gan-valor-liquido(ws-ix-ganho) to ws-valor-editado
                   display "Premio bruto " ws-valor-editado2 " com imposto de renda retido na fonte de " ws-valor-editado3
                   display "Confirma o pagamento liquido de " ws-valor-editado " (S/N) ? "
                   move spaces to ws-resposta
                   accept ws-resposta
                   if function upper-case(ws-resposta) = "S"
                       move function current-date(9:6) to ws-hora-agora
                       move "G"           to ws-gan-situacao(ws-ix-ganho)
                       move ws-data-hoje  to ws-gan-data-resgate(ws-ix-ganho)
                       move ws-hora-agora to ws-gan-hora-resgate(ws-ix-ganho)
                       move ws-operador   to ws-gan-operador-resgate(ws-ix-ganho)

                       perform regravarGanhos

                       set mov-tipo-resgate to true
                       perform gravarMovimentoGanho

                       display "Premio pago: " ws-valor-editado

                       move spaces to ws-audit-mensagem
                       string "PREMIO PAGO CHAVE=" ws-gan-chave(ws-ix-ganho)
                           " CONCURSO=" ws-gan-concurso(ws-ix-ganho)
                           " APOSTADOR=" ws-gan-apostador-id(ws-ix-ganho)
                           " VALOR=" ws-gan-rateio(ws-ix-ganho)
                           " IRRF=" ws-gan-valor-irrf(ws-ix-ganho)
                           " LIQUIDO=" ws-gan-valor-liquido(ws-ix-ganho)
                           " OPERADOR=" ws-operador
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria
                   else
                       display "Pagamento cancelado."
                   end-if
               end-if
           end-if

           .
       efetuarResgate-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lanca em LOTMOVFI.DAT o movimento do ganho ws-ix-ganho com o
      *> tipo ja marcado pelo chamador ("R" resgate pago, "E" expirado),
      *> com o valor bruto, o imposto retido e o liquido do ganho
      *>----------------------------------------------------------------*
       gravarMovimentoGanho section.

           move function current-date(1:8)          to mov-data
           move function current-date(9:6)          to mov-hora
           move ws-gan-qtd-num-jogar(ws-ix-ganho)   to mov-qtd-jogo
           move ws-gan-acertos(ws-ix-ganho)         to mov-acertos
           move ws-gan-aposta(ws-ix-ganho)          to mov-aposta
           move ws-gan-apostador-id(ws-ix-ganho)    to mov-apostador-id
           move ws-gan-rateio(ws-ix-ganho)          to mov-valor
           move zero                                to mov-valor-acumulado
           move ws-gan-valor-irrf(ws-ix-ganho)      to mov-valor-irrf
           move ws-gan-valor-liquido(ws-ix-ganho)   to mov-valor-liquido
           move zero                                to mov-ponto-venda

           open extend f-movimentos
           if ws-status-movimentos not = "00"
               open output f-movimentos
           end-if
           write reg-movimento
           close f-movimentos

           .
       gravarMovimentoGanho-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Regrava o detalhe de ganhos LOTGANHO.DAT por inteiro a partir
      *> da tabela em memoria
      *>----------------------------------------------------------------*
       regravarGanhos section.

           open output f-ganhos
           perform varying ws-ix-gravacao from 1 by 1
                   until ws-ix-gravacao > ws-qtd-ganhos
               move ws-ganho-entrada(ws-ix-gravacao) to reg-ganho
               write reg-ganho
           end-perform
           close f-ganhos

           .
       regravarGanhos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Relatorio LOTRESG.RPT: para cada concurso (ou so o informado),
      *> uma linha por premio com a situacao do resgate e os totais de
      *> pendentes, pagos e expirados, fechando com os totais gerais
      *>----------------------------------------------------------------*
       gerarRelatorioResgates section.

           display "Concurso do relatorio (0 = todos):"
           move zero to ws-filtro-concurso
           accept ws-filtro-concurso

           move zero to ws-qtd-concursos-rel
           perform varying ws-ix-ganho from 1 by 1
                   until ws-ix-ganho > ws-qtd-ganhos
               if ws-filtro-concurso = zero
               or ws-gan-concurso(ws-ix-ganho) = ws-filtro-concurso
                   move "N" to ws-concurso-listado
                   perform varying ws-ix-concurso-rel from 1 by 1
                           until ws-ix-concurso-rel > ws-qtd-concursos-rel
                       if ws-concurso-rel(ws-ix-concurso-rel)
                               = ws-gan-concurso(ws-ix-ganho)
                           set concurso-listado to true
                       end-if
                   end-perform
                   if not concurso-listado
                       add 1 to ws-qtd-concursos-rel
                       move ws-gan-concurso(ws-ix-ganho)
                           to ws-concurso-rel(ws-qtd-concursos-rel)
                   end-if
               end-if
           end-perform

           open output f-rel-resgate

           move spaces to reg-rel-resgate
           string "RELATORIO DE RESGATES DE PREMIOS - EMITIDO EM " ws-data-hoje
               " - PRAZO DE RESGATE=" ws-prazo-resgate " DIAS"
               delimited by size into reg-rel-resgate
           write reg-rel-resgate

           initialize ws-totais-gerais

           perform varying ws-ix-concurso-rel from 1 by 1
                   until ws-ix-concurso-rel > ws-qtd-concursos-rel
               perform listarConcursoResgates
           end-perform

           move ws-ger-val-pendentes to ws-valor-editado
           move ws-ger-val-pagos     to ws-valor-editado2
           move ws-ger-val-expirados to ws-valor-editado3
           move spaces to reg-rel-resgate
           string "TOTAL GERAL PENDENTES=" ws-ger-qtd-pendentes
               " VALOR=" ws-valor-editado
               " PAGOS=" ws-ger-qtd-pagos
               " VALOR=" ws-valor-editado2
               " EXPIRADOS=" ws-ger-qtd-expirados
               " VALOR=" ws-valor-editado3
               delimited by size into reg-rel-resgate
           write reg-rel-resgate

           close f-rel-resgate

           display "Relatorio de resgates em LOTRESG.RPT (" ws-qtd-concursos-rel " concurso(s))"
           display "  Pendentes : " ws-ger-qtd-pendentes " " ws-valor-editado
           display "  Pagos     : " ws-ger-qtd-pagos " " ws-valor-editado2
           display "  Expirados : " ws-ger-qtd-expirados " " ws-valor-editado3

           .
       gerarRelatorioResgates-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista os premios do concurso ws-concurso-rel(ws-ix-concurso-rel)
      *> e os totais do concurso por situacao
      *>----------------------------------------------------------------*
       listarConcursoResgates section.

           initialize ws-totais-concurso

           move spaces to reg-rel-resgate
           string "CONCURSO=" ws-concurso-rel(ws-ix-concurso-rel)
               delimited by size into reg-rel-resgate
           write reg-rel-resgate

           perform varying ws-ix-ganho from 1 by 1
                   until ws-ix-ganho > ws-qtd-ganhos
               if ws-gan-concurso(ws-ix-ganho)
                       = ws-concurso-rel(ws-ix-concurso-rel)
                   perform listarGanhoResgate
               end-if
           end-perform

           move ws-conc-val-pendentes to ws-valor-editado
           move ws-conc-val-pagos     to ws-valor-editado2
           move ws-conc-val-expirados to ws-valor-editado3
           move spaces to reg-rel-resgate
           string "  TOTAL CONCURSO PENDENTES=" ws-conc-qtd-pendentes
               " VALOR=" ws-valor-editado
               " PAGOS=" ws-conc-qtd-pagos
               " VALOR=" ws-valor-editado2
               " EXPIRADOS=" ws-conc-qtd-expirados
               " VALOR=" ws-valor-editado3
               delimited by size into reg-rel-resgate
           write reg-rel-resgate

           add ws-conc-qtd-pendentes to ws-ger-qtd-pendentes
           add ws-conc-val-pendentes to ws-ger-val-pendentes
           add ws-conc-qtd-pagos     to ws-ger-qtd-pagos
           add ws-conc-val-pagos     to ws-ger-val-pagos
           add ws-conc-qtd-expirados to ws-ger-qtd-expirados
           add ws-conc-val-expirados to ws-ger-val-expirados

           .
       listarConcursoResgates-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava a linha de um premio (ws-ix-ganho) no relatorio de
      *> resgates e soma-o no total da sua situacao. Linha substituida
      *> por uma reliquidacao sai identificada e fora dos totais, para
      *> que o premio seja contado uma vez so.
      *>----------------------------------------------------------------*
       listarGanhoResgate section.

           move ws-gan-apostador-id(ws-ix-ganho) to ws-apostador-id
           perform localizarApostador
           if ws-apostador-id = zero
               move "ANONIMO" to ws-nome-apostador
           else
               if ws-ix-apostador-achado = zero
                   move "NAO CADASTRADO" to ws-nome-apostador
               else
                   move ws-apost-cad-nome(ws-ix-apostador-achado)
                       to ws-nome-apostador
               end-if
           end-if

           perform localizarGanhoVigente

           evaluate true
               when ws-ix-vigente not = ws-ix-ganho
                   move "SUBSTITUIDO (RELIQUIDACAO)" to ws-descricao-situacao
               when ws-gan-situacao(ws-ix-ganho) = "G"
                   move spaces to ws-descricao-situacao
                   string "PAGO EM " ws-gan-data-resgate(ws-ix-ganho)
                       " " ws-gan-hora-resgate(ws-ix-ganho)
                       delimited by size into ws-descricao-situacao
                   add 1 to ws-conc-qtd-pagos
                   add ws-gan-rateio(ws-ix-ganho) to ws-conc-val-pagos
               when ws-gan-situacao(ws-ix-ganho) = "E"
                   move spaces to ws-descricao-situacao
                   string "EXPIRADO EM " ws-gan-data-resgate(ws-ix-ganho)
                       delimited by size into ws-descricao-situacao
                   add 1 to ws-conc-qtd-expirados
                   add ws-gan-rateio(ws-ix-ganho) to ws-conc-val-expirados
               when other
                   perform calcularVencimento
                   move spaces to ws-descricao-situacao
                   string "PENDENTE (VENCE EM " ws-data-vencimento ")"
                       delimited by size into ws-descricao-situacao
                   add 1 to ws-conc-qtd-pendentes
                   add ws-gan-rateio(ws-ix-ganho) to ws-conc-val-pendentes
           end-evaluate

           move ws-gan-rateio(ws-ix-ganho)        to ws-valor-editado
           move ws-gan-valor-liquido(ws-ix-ganho) to ws-valor-editado2
           move spaces to reg-rel-resgate
           string "  CHAVE=" ws-gan-chave(ws-ix-ganho)
               " APOSTA=" ws-gan-aposta(ws-ix-ganho)
               " APOSTADOR=" ws-apostador-id
               " NOME=" ws-nome-apostador
               " VALOR=" ws-valor-editado
               " LIQUIDO=" ws-valor-editado2
               " " ws-descricao-situacao
               " OPERADOR=" ws-gan-operador-resgate(ws-ix-ganho)
               delimited by size into reg-rel-resgate
           write reg-rel-resgate

           .
       listarGanhoResgate-exit.
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
