      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaCancelaAposta".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Cancelamento de apostas aceitas. A aposta e localizada no
      *> historico LOTHIST.DAT pela chave (hist-chave) ou pelo
      *> apostador (chave alternada hist-apostador-id), o registro e
      *> marcado como cancelado e o valor pago e devolvido com o
      *> movimento de estorno "X" em LOTMOVFI.DAT, que o
      *> loteriaFechamento abate da arrecadacao do dia. O motivo e o
      *> operador vao para a auditoria. So pode ser cancelada aposta
      *> de concurso ainda aberto para vendas em LOTCONC.DAT: depois
      *> do fechamento das vendas ou do sorteio o cancelamento e
      *> recusado. Apostas canceladas nao sao conferidas nem entram
      *> em estatisticas ou extratos.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-historico
               assign to "LOTHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is hist-chave
               alternate record key is hist-apostador-id
                   with duplicates
               file status is ws-status-historico.

           select f-concursos
               assign to "LOTCONC.DAT"
               organization is line sequential
               file status is ws-status-concursos.

           select f-movimentos
               assign to "LOTMOVFI.DAT"
               organization is line sequential
               file status is ws-status-movimentos.

      *>Declaração de variáveis
       data division.

       file section.

       fd  f-historico.
           copy "loteriaHistorico.cpy".

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

       working-storage section.

       01  ws-status-historico                     pic x(02).
       01  ws-status-concursos                     pic x(02).
       01  ws-status-movimentos                    pic x(02).

       01  ws-fim-historico                        pic x(01) value "N".
           88 fim-historico                            value "S".
       01  ws-fim-concursos                        pic x(01) value "N".
           88 fim-concursos                            value "S".

       01  ws-opcao                                pic 9(01).
           88 opcao-por-chave                          value 1.
           88 opcao-por-apostador                      value 2.
           88 opcao-sair                               value 9.

      *>----------------------------------------------------------------*
      *> Valor do estorno: exatamente o valor pago gravado na aceitacao
      *> (hist-valor-aposta), inclusive zero quando a aposta foi aceita
      *> sem preco em LOTPRECO.DAT; o preco nunca e recalculado no
      *> cancelamento
      *>----------------------------------------------------------------*
       01  ws-valor-estorno                        pic 9(07)v99.

      *>----------------------------------------------------------------*
      *> Situacao em LOTCONC.DAT do concurso da aposta localizada
      *> (espaco quando o concurso nao consta do controle)
      *>----------------------------------------------------------------*
       01  ws-situacao-concurso                    pic x(01).
           88 situacao-concurso-aberto                 value "A".
       01  ws-descricao-situacao                   pic x(30).

      *>----------------------------------------------------------------*
      *> Selecao da aposta: pela chave digitada ou por item da lista de
      *> apostas cancelaveis do apostador
      *>----------------------------------------------------------------*
       01  ws-chave-procurada                      pic x(20).
       01  ws-apostador-id                         pic 9(04).
       01  ws-qtd-candidatos                       pic 9(04) value zero.
       01  ws-item-escolhido                       pic 9(04).
       01  ws-tabela-candidatos.
           05 ws-candidato-chave occurs 999 times  pic x(20).
       01  ws-aposta-lida                          pic x(01).
           88 aposta-lida                              value "S".
       01  ws-motivo                               pic x(40).
       01  ws-motivo-recusa                        pic x(40).

       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.
       01  ws-operador                             pic x(20).
       01  ws-resposta                             pic x(01).

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           display "Cancelamento de apostas (LOTHIST.DAT)"
           display "Identificacao do operador:"
           move spaces to ws-operador
           accept ws-operador
           if ws-operador = spaces
               display "Operador nao informado; nenhum cancelamento e permitido sem identificacao."
               perform finaliza
           end-if

           move zero to ws-opcao
           perform until opcao-sair
               perform exibirMenu
               evaluate true
                   when opcao-por-chave
                       perform cancelarPorChave
                   when opcao-por-apostador
                       perform cancelarPorApostador
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Exibe o menu e le a opcao do operador
      *>----------------------------------------------------------------*
       exibirMenu section.

           display " "
           display "Cancelamento de apostas"
           display "1 - Cancelar aposta pela chave (hist-chave)"
           display "2 - Cancelar aposta por apostador"
           display "9 - Sair"
           move zero to ws-opcao
           accept ws-opcao

           .
       exibirMenu-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Cancelamento a partir da chave da aposta no historico
      *>----------------------------------------------------------------*
       cancelarPorChave section.

           display "Chave da aposta (20 digitos, data/hora/centesimo + sequencia):"
           move spaces to ws-chave-procurada
           accept ws-chave-procurada

           perform cancelarAposta

           .
       cancelarPorChave-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Cancelamento a partir do apostador: percorre o historico pela
      *> chave alternada hist-apostador-id, lista as apostas do
      *> apostador ainda nao canceladas e cancela a escolhida
      *>----------------------------------------------------------------*
       cancelarPorApostador section.

           display "ID do apostador (0 = apostas anonimas):"
           move zero to ws-apostador-id
           accept ws-apostador-id

           move zero to ws-qtd-candidatos
           move "N"  to ws-fim-historico

           open input f-historico
           if ws-status-historico not = "00"
               display "Arquivo de historico LOTHIST.DAT nao encontrado ou fora do formato indexado (status " ws-status-historico ")."
           else
               move ws-apostador-id to hist-apostador-id
               start f-historico key = hist-apostador-id
                   invalid key
                       set fim-historico to true
               end-start
               perform until fim-historico
                   read f-historico next
                       at end
                           set fim-historico to true
                       not at end
                           if hist-apostador-id not = ws-apostador-id
                               set fim-historico to true
                           else
                               perform exibirCandidato
                           end-if
                   end-read
               end-perform
               close f-historico

               if ws-qtd-candidatos = zero
                   display "Nenhuma aposta cancelavel para o apostador " ws-apostador-id "."
               else
                   display "Item a cancelar (0 = nenhum):"
                   move zero to ws-item-escolhido
                   accept ws-item-escolhido
                   if  ws-item-escolhido > zero
                   and ws-item-escolhido <= ws-qtd-candidatos
                       move ws-candidato-chave(ws-item-escolhido)
                           to ws-chave-procurada
                       perform cancelarAposta
                   else
                       display "Item nao pertence a lista apresentada; nenhuma aposta cancelada."
                   end-if
               end-if
           end-if

           .
       cancelarPorApostador-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista uma aposta do apostador (registro corrente do
      *> historico). Registros de conferencia nao sao apostas e
      *> apostas ja canceladas nao sao listadas.
      *>----------------------------------------------------------------*
       exibirCandidato section.

           if  not hist-modo-conferencia
           and not hist-aposta-cancelada
           and ws-qtd-candidatos < 999
               add 1 to ws-qtd-candidatos
               move hist-chave to ws-candidato-chave(ws-qtd-candidatos)
               perform obterSituacaoConcurso
               display "ITEM=" ws-qtd-candidatos
                   " CHAVE=" hist-chave
                   " CONCURSO=" hist-concurso
                   " (" ws-descricao-situacao ")"
                   " APOSTA=" hist-aposta
           end-if

           .
       exibirCandidato-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le a aposta ws-chave-procurada para atualizacao e, passando
      *> pelas validacoes, marca o registro como cancelado, lanca o
      *> estorno e audita. Toda recusa e auditada com o motivo.
      *>----------------------------------------------------------------*
       cancelarAposta section.

           move "N" to ws-aposta-lida
           move spaces to ws-motivo-recusa

           open i-o f-historico
           if ws-status-historico not = "00"
               display "Arquivo de historico LOTHIST.DAT nao encontrado ou fora do formato indexado (status " ws-status-historico ")."
           else
               move ws-chave-procurada to hist-chave
               read f-historico
                   invalid key
                       display "Aposta " ws-chave-procurada " nao encontrada no historico."
                   not invalid key
                       set aposta-lida to true
               end-read

               if aposta-lida
                   perform obterSituacaoConcurso
                   evaluate true
                       when hist-modo-conferencia
                           move "registro de conferencia, nao e aposta"
                               to ws-motivo-recusa
                       when hist-aposta-cancelada
                           move "aposta ja cancelada"
                               to ws-motivo-recusa
                       when hist-concurso not numeric
                         or hist-concurso = zero
                           move "aposta sem concurso associado"
                               to ws-motivo-recusa
                       when not situacao-concurso-aberto
                           string "concurso " ws-descricao-situacao
                               delimited by size into ws-motivo-recusa
                   end-evaluate

                   if ws-motivo-recusa not = spaces
                       display "Cancelamento recusado: " ws-motivo-recusa
                       move spaces to ws-audit-mensagem
                       string "CANCELAMENTO RECUSADO CHAVE=" hist-chave
                           " CONCURSO=" hist-concurso
                           " MOTIVO=" ws-motivo-recusa
                           " OPERADOR=" ws-operador
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria
                   else
                       perform confirmarCancelamento
                   end-if
               end-if

               close f-historico
           end-if

           .
       cancelarAposta-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Mostra a aposta lida, pede o motivo e a confirmacao do
      *> operador e efetiva o cancelamento: regrava o historico com a
      *> situacao "C" e lanca o estorno do valor pago
      *>----------------------------------------------------------------*
       confirmarCancelamento section.

           if hist-valor-aposta numeric
               move hist-valor-aposta to ws-valor-estorno
           else
               move zero to ws-valor-estorno
           end-if

           move ws-valor-estorno to ws-valor-editado
           display "Aposta " hist-chave
           display "  Concurso  : " hist-concurso
           display "  Apostador : " hist-apostador-id
           display "  Bolao     : " hist-bolao-id
           display "  Ponto     : " hist-ponto-venda
           display "  Numeros   : " hist-aposta
           display "  Estorno   : " ws-valor-editado

           display "Motivo do cancelamento:"
           move spaces to ws-motivo
           accept ws-motivo
           if ws-motivo = spaces
               display "Motivo nao informado; aposta nao cancelada."
           else
               display "Confirma o cancelamento e o estorno (S/N) ? "
               move spaces to ws-resposta
               accept ws-resposta
               if function upper-case(ws-resposta) = "S"
                   set hist-aposta-cancelada to true
                   rewrite reg-historico
                   if ws-status-historico not = "00"
                       display "ERRO: falha ao regravar a aposta no historico (status " ws-status-historico "); aposta nao cancelada."
                   else
                       perform gravarMovimentoEstorno

                       display "Aposta cancelada; estorno de " ws-valor-editado

                       move spaces to ws-audit-mensagem
                       string "APOSTA CANCELADA CHAVE=" hist-chave
                           " CONCURSO=" hist-concurso
                           " APOSTADOR=" hist-apostador-id
                           " VALOR=" ws-valor-estorno
                           " MOTIVO=" ws-motivo
                           " OPERADOR=" ws-operador
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria
                   end-if
               else
                   display "Cancelamento abandonado."
               end-if
           end-if

           .
       confirmarCancelamento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Procura em LOTCONC.DAT o concurso da aposta corrente e deixa a
      *> situacao em ws-situacao-concurso, com a descricao para as
      *> mensagens
      *>----------------------------------------------------------------*
       obterSituacaoConcurso section.

           move space to ws-situacao-concurso
           move "N"   to ws-fim-concursos

           if hist-concurso numeric and hist-concurso > zero
               open input f-concursos
               if ws-status-concursos = "00"
                   perform until fim-concursos
                       read f-concursos
                           at end
                               set fim-concursos to true
                           not at end
                               if conc-numero = hist-concurso
                                   move conc-situacao
                                       to ws-situacao-concurso
                                   set fim-concursos to true
                               end-if
                       end-read
                   end-perform
                   close f-concursos
               end-if
           end-if

           evaluate ws-situacao-concurso
               when "A"
                   move "aberto para vendas"   to ws-descricao-situacao
               when "F"
                   move "com vendas fechadas"  to ws-descricao-situacao
               when "S"
                   move "ja sorteado"          to ws-descricao-situacao
               when "L"
                   move "ja liquidado"         to ws-descricao-situacao
               when other
                   move "fora do controle"     to ws-descricao-situacao
           end-evaluate

           .
       obterSituacaoConcurso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lanca em LOTMOVFI.DAT o movimento "X" de estorno da aposta
      *> corrente do historico
      *>----------------------------------------------------------------*
       gravarMovimentoEstorno section.

           move function current-date(1:8) to mov-data
           move function current-date(9:6) to mov-hora
           set mov-tipo-estorno            to true
           move hist-qtd-num-jogar         to mov-qtd-jogo
           move zero                       to mov-acertos
           move hist-aposta                to mov-aposta
           move hist-apostador-id          to mov-apostador-id
           move ws-valor-estorno           to mov-valor
           move zero                       to mov-valor-acumulado
           move zero                       to mov-valor-irrf
           move ws-valor-estorno           to mov-valor-liquido
      *> O estorno e debitado do ponto de venda que vendeu a aposta
           if hist-ponto-venda numeric
               move hist-ponto-venda       to mov-ponto-venda
           else
               move zero                   to mov-ponto-venda
           end-if

           open extend f-movimentos
           if ws-status-movimentos not = "00"
               open output f-movimentos
           end-if
           write reg-movimento
           close f-movimentos

           .
       gravarMovimentoEstorno-exit.
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
