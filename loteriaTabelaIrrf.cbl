      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaTabelaIrrf".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Manutencao da tabela de retencao do imposto de renda na fonte
      *> sobre premios, LOTIRRF.DAT, usada pelo desafioLoteriaV1 no
      *> pagamento. Cada faixa tem o valor minimo de premio bruto a
      *> partir do qual vale, a aliquota e a parcela a deduzir; vale a
      *> ultima faixa cujo minimo nao passa do premio e premio abaixo
      *> da primeira faixa e isento. A tabela inteira e informada de
      *> novo a cada alteracao, validada com as mesmas regras do
      *> carregamento no pagamento, e a troca e auditada.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-tabela-irrf
               assign to "LOTIRRF.DAT"
               organization is line sequential
               file status is ws-status-tabela-irrf.

      *>Declaração de variáveis
       data division.

       file section.

       fd  f-tabela-irrf.
       01  reg-tabela-irrf.
           05 irrf-valor-minimo                      pic 9(11)v99.
           05 irrf-aliquota                          pic 9(03)v99.
           05 irrf-parcela-deduzir                   pic 9(11)v99.

       working-storage section.

       01  ws-status-tabela-irrf                   pic x(02).
       01  ws-fim-tabela-irrf                      pic x(01) value "N".
           88 fim-tabela-irrf                          value "S".
       01  ws-tabela-irrf-invalida                 pic x(01) value "N".
           88 tabela-irrf-invalida                     value "S".

      *>----------------------------------------------------------------*
      *> Tabela vigente: a gravada em LOTIRRF.DAT quando o arquivo e
      *> valido, ou a regra tradicional (isento ate 2.259,20 e 30%
      *> sobre o premio inteiro acima disso) - exatamente a mesma regra
      *> que o desafioLoteriaV1 aplica ao carregar a tabela
      *>----------------------------------------------------------------*
       01  ws-qtd-faixas-irrf                      pic 9(02) value zero.
       01  ws-tabela-irrf.
           05 ws-faixa-irrf occurs 10 times.
              10 ws-irrf-valor-minimo              pic 9(11)v99.
              10 ws-irrf-aliquota                  pic 9(03)v99.
              10 ws-irrf-parcela-deduzir           pic 9(11)v99.

      *>----------------------------------------------------------------*
      *> Tabela nova digitada pelo operador, validada antes de qualquer
      *> gravacao - um LOTIRRF.DAT invalido nunca chega a ser escrito
      *>----------------------------------------------------------------*
       01  ws-qtd-faixas-nova                      pic 9(02).
       01  ws-tabela-nova.
           05 ws-faixa-nova occurs 10 times.
              10 ws-nova-valor-minimo              pic 9(11)v99.
              10 ws-nova-aliquota                  pic 9(03)v99.
              10 ws-nova-parcela-deduzir           pic 9(11)v99.
       01  ws-ix-faixa                             pic 9(02).

       01  ws-tabela-valida                        pic x(01).
           88 tabela-valida                            value "S".
           88 tabela-invalida                          value "N".

       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado2                       pic zzz.zzz.zzz.zz9,99.
       01  ws-aliquota-editada                     pic zz9,99.

       01  ws-operador                             pic x(20).
       01  ws-resposta                             pic x(01).
       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           perform carregarTabelaVigente
           perform exibirTabelaVigente

           display "Identificacao do operador:"
           accept ws-operador

           move spaces to ws-resposta
           perform aceitarNovaTabela
           perform until tabela-valida
                      or function upper-case(ws-resposta) = "N"
               display "Corrigir e informar novamente (S/N) ? "
               accept ws-resposta
               if function upper-case(ws-resposta) not = "N"
                   perform aceitarNovaTabela
               end-if
           end-perform

           if tabela-valida
               display "Confirma a gravacao da nova tabela (S/N) ? "
               accept ws-resposta
               if function upper-case(ws-resposta) = "S"
                   perform gravarTabela
               else
                   display "Gravacao cancelada; LOTIRRF.DAT nao foi alterado."
               end-if
           else
               display "Alteracao abandonada; LOTIRRF.DAT nao foi alterado."
           end-if

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega a tabela vigente de LOTIRRF.DAT aplicando a mesma
      *> regra de descarte do desafioLoteriaV1: arquivo ausente, vazio,
      *> com mais de 10 faixas, fora de ordem crescente ou com aliquota
      *> acima de 100% e ignorado e a regra tradicional vale no lugar
      *>----------------------------------------------------------------*
       carregarTabelaVigente section.

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
                   display "LOTIRRF.DAT atual e invalido ou vazio; exibindo a regra tradicional que vale no lugar."
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
       carregarTabelaVigente-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe a tabela vigente, uma linha por faixa
      *>----------------------------------------------------------------*
       exibirTabelaVigente section.

           display " "
           display "Tabela vigente de retencao do imposto de renda sobre premios:"
           perform varying ws-ix-faixa from 1 by 1
                   until ws-ix-faixa > ws-qtd-faixas-irrf
               move ws-irrf-valor-minimo(ws-ix-faixa)    to ws-valor-editado
               move ws-irrf-aliquota(ws-ix-faixa)        to ws-aliquota-editada
               move ws-irrf-parcela-deduzir(ws-ix-faixa) to ws-valor-editado2
               display "  Faixa " ws-ix-faixa
                   ": premio a partir de " ws-valor-editado
                   " aliquota " ws-aliquota-editada "%"
                   " parcela a deduzir " ws-valor-editado2
           end-perform
           display "  Premio abaixo da primeira faixa e isento."
           display " "

           .
       exibirTabelaVigente-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le a tabela nova e aplica as mesmas regras do carregamento:
      *> de 1 a 10 faixas, valores minimos em ordem estritamente
      *> crescente e aliquota de no maximo 100%
      *>----------------------------------------------------------------*
       aceitarNovaTabela section.

           initialize ws-tabela-nova
           display "Quantidade de faixas da nova tabela (1 a 10):"
           move zero to ws-qtd-faixas-nova
           accept ws-qtd-faixas-nova

           set tabela-valida to true

           if ws-qtd-faixas-nova < 1
           or ws-qtd-faixas-nova > 10
               display "Invalido: a tabela deve ter de 1 a 10 faixas."
               set tabela-invalida to true
           else
               perform varying ws-ix-faixa from 1 by 1
                       until ws-ix-faixa > ws-qtd-faixas-nova
                   display "Faixa " ws-ix-faixa " - premio bruto minimo (ex.: 2259,21):"
                   move zero to ws-nova-valor-minimo(ws-ix-faixa)
                   accept ws-nova-valor-minimo(ws-ix-faixa)
                   display "Faixa " ws-ix-faixa " - aliquota em % (ex.: 30,00):"
                   move zero to ws-nova-aliquota(ws-ix-faixa)
                   accept ws-nova-aliquota(ws-ix-faixa)
                   display "Faixa " ws-ix-faixa " - parcela a deduzir (0 = nenhuma):"
                   move zero to ws-nova-parcela-deduzir(ws-ix-faixa)
                   accept ws-nova-parcela-deduzir(ws-ix-faixa)

                   if ws-nova-aliquota(ws-ix-faixa) > 100
                       display "Invalido: a aliquota da faixa " ws-ix-faixa " passa de 100%."
                       set tabela-invalida to true
                   end-if
                   if  ws-ix-faixa > 1
                   and ws-nova-valor-minimo(ws-ix-faixa)
                       <= ws-nova-valor-minimo(ws-ix-faixa - 1)
                       display "Invalido: o minimo da faixa " ws-ix-faixa " deve ser maior que o da faixa anterior."
                       set tabela-invalida to true
                   end-if
               end-perform
           end-if

           .
       aceitarNovaTabela-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava a nova tabela em LOTIRRF.DAT e registra a alteracao na
      *> auditoria: uma linha com a quantidade de faixas antiga e nova
      *> e o operador, e uma linha por faixa nova
      *>----------------------------------------------------------------*
       gravarTabela section.

           open output f-tabela-irrf
           perform varying ws-ix-faixa from 1 by 1
                   until ws-ix-faixa > ws-qtd-faixas-nova
               move ws-nova-valor-minimo(ws-ix-faixa)    to irrf-valor-minimo
               move ws-nova-aliquota(ws-ix-faixa)        to irrf-aliquota
               move ws-nova-parcela-deduzir(ws-ix-faixa) to irrf-parcela-deduzir
               write reg-tabela-irrf
           end-perform
           close f-tabela-irrf

           display "Nova tabela gravada em LOTIRRF.DAT."

           move spaces to ws-audit-mensagem
           string "TABELA IRRF ALTERADA OPERADOR=" ws-operador
               " FAIXAS DE=" ws-qtd-faixas-irrf
               " PARA=" ws-qtd-faixas-nova
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           perform varying ws-ix-faixa from 1 by 1
                   until ws-ix-faixa > ws-qtd-faixas-nova
               move spaces to ws-audit-mensagem
               string "TABELA IRRF FAIXA=" ws-ix-faixa
                   " MINIMO=" ws-nova-valor-minimo(ws-ix-faixa)
                   " ALIQUOTA=" ws-nova-aliquota(ws-ix-faixa)
                   " DEDUZIR=" ws-nova-parcela-deduzir(ws-ix-faixa)
                   " OPERADOR=" ws-operador
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria
           end-perform

           .
       gravarTabela-exit.
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
