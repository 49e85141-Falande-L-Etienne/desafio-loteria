               organization is line sequential
               file status is ws-status-rel-fechamento.

           select f-pontos-venda
               assign to "LOTPDV.DAT"
               organization is line sequential
               file status is ws-status-pontos-venda.

      *>----------------------------------------------------------------*
      *> Arquivo de comissoes para o financeiro: uma linha por ponto de
      *> venda movimentado no dia do fechamento, separada por ";" com
      *> uma linha de cabecalho, como o LOTEXTRA.CSV. E gerado de novo
      *> a cada fechamento.
      *>----------------------------------------------------------------*
           select f-comissoes
               assign to "LOTCOMIS.CSV"
               organization is line sequential
               file status is ws-status-comissoes.

      *>Declaração de variáveis
       data division.

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
      *> Ponto de venda da aposta ("A") e do estorno ("X"); movimentos
      *> anteriores ao campo chegam com espacos e contam como venda
      *> direta
      *>----------------------------------------------------------------*
           05 mov-ponto-venda                        pic 9(04).

       fd  f-rel-fechamento.
       01  reg-rel-fechamento                        pic x(160).

       fd  f-pontos-venda.
       01  reg-ponto-venda.
           05 pdv-codigo                             pic 9(04).
           05 pdv-descricao                          pic x(30).
           05 pdv-comissao                           pic 9(02)v99.
           05 pdv-situacao                           pic x(01).

       fd  f-comissoes.
       01  reg-comissao                              pic x(200).

       working-storage section.

       01  ws-status-movimentos                    pic x(02).
       01  ws-status-rel-fechamento                pic x(02).
       01  ws-status-pontos-venda                  pic x(02).
       01  ws-status-comissoes                     pic x(02).

       01  ws-fim-movimentos                       pic x(01) value "N".
           88 fim-movimentos                           value "S".
      *>----------------------------------------------------------------*
      *> Arrecadacao do dia acumulada por quantidade de numeros do jogo
      *> (movimentos "A") e premiacao acumulada por faixa (movimentos
      *> "P", uma linha por faixa paga na conferencia, separando o pool
      *> base da parte que veio acumulada de concursos anteriores; e
      *> movimentos "U", pools de faixas sem ganhadores transportados
      *> para o acumulado)
      *>----------------------------------------------------------------*
       01  ws-arrecadacao                          value zero.
           05 ws-arrec-entrada occurs 10 times.
              10 ws-arrec-qtd-apostas              pic 9(07).
              10 ws-arrec-valor                    pic 9(13)v99.
              10 ws-arrec-qtd-estornos             pic 9(07).
              10 ws-arrec-valor-estornado          pic 9(13)v99.
       01  ws-qtd-faixas-pagas                     pic 9(02) value zero.
       01  ws-ix-faixa                             pic 9(02).
       01  ws-faixas-pagas.
              10 ws-faixa-qtd-jogo                 pic 9(02).
              10 ws-faixa-acertos                  pic 9(02).
              10 ws-faixa-valor                    pic 9(13)v99.
              10 ws-faixa-acumulado                pic 9(13)v99.
              10 ws-faixa-transportado             pic 9(13)v99.
              10 ws-faixa-saldo-acumulado          pic 9(13)v99.
       01  ws-faixa-encontrada                     pic x(01).
           88 faixa-encontrada                         value "S".

       01  ws-total-arrecadado                     pic 9(13)v99 value zero.
       01  ws-total-premiado                       pic 9(13)v99 value zero.
       01  ws-total-premiado-acumulado             pic 9(13)v99 value zero.
       01  ws-total-premiado-base                  pic 9(13)v99 value zero.
       01  ws-total-transportado                   pic 9(13)v99 value zero.

      *>----------------------------------------------------------------*
      *> Imposto de renda retido na fonte sobre os premios: o apurado
      *> nos premios do dia ("P") e, nos resgates pagos ("R"), o retido
      *> e o liquido efetivamente entregue aos ganhadores. Movimentos
      *> anteriores a retencao nao trazem os campos e valem sem imposto.
      *>----------------------------------------------------------------*
       01  ws-total-premiado-irrf                  pic 9(13)v99 value zero.
       01  ws-total-premiado-liquido               pic 9(13)v99 value zero.
       01  ws-total-pago-irrf                      pic 9(13)v99 value zero.
       01  ws-total-pago-liquido                   pic 9(13)v99 value zero.

      *>----------------------------------------------------------------*
      *> Caixa efetivo de premios: resgates pagos no balcao (movimentos
      *> "R", lancados pelo loteriaResgate) e premios expirados sem
      *> resgate (movimentos "E"), que deixam de ser devidos. A
      *> premiacao apurada na conferencia ("P") e apenas o valor
      *> devido; o resultado do dia e calculado sobre o que saiu do
      *> caixa.
      *>----------------------------------------------------------------*
       01  ws-total-pago                           pic 9(13)v99 value zero.
       01  ws-qtd-resgates                         pic 9(07)    value zero.
       01  ws-total-expirado                       pic 9(13)v99 value zero.
       01  ws-qtd-expirados                        pic 9(07)    value zero.
       01  ws-total-apostas                        pic 9(07)    value zero.

      *>----------------------------------------------------------------*
      *> Estornos de apostas canceladas antes do fechamento das vendas
      *> (movimentos "X", lancados pelo loteriaCancelaAposta): o valor
      *> devolvido sai da arrecadacao do dia em que o cancelamento foi
      *> feito, que pode ser posterior ao dia da aposta
      *>----------------------------------------------------------------*
       01  ws-total-estornado                      pic 9(13)v99 value zero.
       01  ws-qtd-estornos                         pic 9(07)    value zero.
       01  ws-arrecadado-liquido                   pic s9(13)v99.
       01  ws-resultado-dia                        pic s9(13)v99.
       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado2                       pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado3                       pic zzz.zzz.zzz.zz9,99.
       01  ws-resultado-editado                    pic -zzz.zzz.zzz.zz9,99.
       01  ind                                     pic 9(02).

      *>----------------------------------------------------------------*
      *> Fechamento por ponto de venda: apostas e estornos do dia de
      *> cada ponto, por quantidade de numeros, numa tabela mantida em
      *> ordem de codigo (o ponto zero e a venda direta). A comissao do
      *> ponto e o percentual do cadastro LOTPDV.DAT sobre a venda
      *> liquida (arrecadado menos estornado) e o liquido a repassar e
      *> o que sobra dela. Estornos maiores que a venda do dia (apostas
      *> de dias anteriores canceladas hoje) deixam a venda liquida
      *> negativa e estornam a comissao correspondente. Ponto
      *> movimentado que nao consta do cadastro sai sem comissao.
      *>----------------------------------------------------------------*
       01  ws-fim-pontos-venda                     pic x(01) value "N".
           88 fim-pontos-venda                         value "S".
       01  ws-qtd-pontos-venda                     pic 9(04) value zero.
       01  ws-ix-ponto-venda                       pic 9(04).
       01  ws-cadastro-pontos-venda.
           05 ws-ponto-venda-entrada occurs 999 times.
              10 ws-pdv-cad-codigo                 pic 9(04).
              10 ws-pdv-cad-descricao              pic x(30).
              10 ws-pdv-cad-comissao               pic 9(02)v99.

       01  ws-ponto-venda                          pic 9(04).
       01  ws-ponto-descricao                      pic x(30).
       01  ws-ponto-comissao                       pic 9(02)v99.
       01  ws-qtd-pontos-fechamento                pic 9(04) value zero.
       01  ws-ix-pfe                               pic 9(04).
       01  ws-ix-desloca                           pic 9(04).
       01  ws-ponto-posicionado                    pic x(01).
           88 ponto-posicionado                        value "S".
       01  ws-pontos-estourou                      pic x(01) value "N".
           88 pontos-estourou                          value "S".
       01  ws-fechamento-pontos.
           05 ws-ponto-fechamento occurs 999 times.
              10 ws-pfe-codigo                     pic 9(04).
              10 ws-pfe-qtd-apostas                pic 9(07).
              10 ws-pfe-arrecadado                 pic 9(13)v99.
              10 ws-pfe-qtd-estornos               pic 9(07).
              10 ws-pfe-estornado                  pic 9(13)v99.
              10 ws-pfe-jogo occurs 10 times.
                 15 ws-pfe-jogo-apostas            pic 9(07).
                 15 ws-pfe-jogo-valor              pic 9(13)v99.
                 15 ws-pfe-jogo-estornos           pic 9(07).
                 15 ws-pfe-jogo-estornado          pic 9(13)v99.

       01  ws-pfe-venda-liquida                    pic s9(13)v99.
       01  ws-pfe-comissao                         pic s9(13)v99.
       01  ws-pfe-repassar                         pic s9(13)v99.
       01  ws-total-comissao                       pic s9(13)v99 value zero.
       01  ws-total-repassar                       pic s9(13)v99 value zero.
       01  ws-comissao-editada                     pic z9,99.
       01  ws-resultado-editado2                   pic -zzz.zzz.zzz.zz9,99.
       01  ws-resultado-editado3                   pic -zzz.zzz.zzz.zz9,99.
       01  ws-valor-csv                            pic 9(13),99.
       01  ws-valor-csv2                           pic 9(13),99.
       01  ws-valor-csv-sinal                      pic -9(13),99.
       01  ws-valor-csv-sinal2                     pic -9(13),99.
       01  ws-valor-csv-sinal3                     pic -9(13),99.
       01  ws-comissao-csv                         pic 9(02),99.

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           perform aceitarDataFechamento
           perform carregarPontosVenda
           perform acumularMovimentos
           perform gerarRelatorioFechamento
           perform gerarArquivoComissoes
           perform finaliza

           .
                       add mov-valor to ws-arrec-valor(mov-qtd-jogo)
                       add 1 to ws-total-apostas
                       add mov-valor to ws-total-arrecadado
                       perform localizarPontoFechamento
                       if ws-ix-pfe <= ws-qtd-pontos-fechamento
                           add 1 to ws-pfe-qtd-apostas(ws-ix-pfe)
                           add mov-valor to ws-pfe-arrecadado(ws-ix-pfe)
                           add 1 to
                               ws-pfe-jogo-apostas(ws-ix-pfe, mov-qtd-jogo)
                           add mov-valor to
                               ws-pfe-jogo-valor(ws-ix-pfe, mov-qtd-jogo)
                       end-if
                   end-if
               when mov-tipo-premio
                   perform localizarFaixaMovimento
                   if ws-ix-faixa <= ws-qtd-faixas-pagas
                       add mov-valor to ws-faixa-valor(ws-ix-faixa)
                       if mov-valor-acumulado numeric
                           add mov-valor-acumulado
                               to ws-faixa-acumulado(ws-ix-faixa)
                       end-if
                   end-if
                   add mov-valor to ws-total-premiado
                   if mov-valor-acumulado numeric
                       add mov-valor-acumulado
                           to ws-total-premiado-acumulado
                   end-if
                   if mov-valor-irrf numeric
                       add mov-valor-irrf to ws-total-premiado-irrf
                   end-if
               when mov-tipo-acumulado
                   perform localizarFaixaMovimento
                   if ws-ix-faixa <= ws-qtd-faixas-pagas
                       add mov-valor to ws-faixa-transportado(ws-ix-faixa)
                       move mov-valor-acumulado
                           to ws-faixa-saldo-acumulado(ws-ix-faixa)
                   end-if
                   add mov-valor to ws-total-transportado
               when mov-tipo-resgate
                   add 1 to ws-qtd-resgates
                   add mov-valor to ws-total-pago
                   if mov-valor-irrf numeric
                       add mov-valor-irrf    to ws-total-pago-irrf
                       add mov-valor-liquido to ws-total-pago-liquido
                   else
                       add mov-valor         to ws-total-pago-liquido
                   end-if
               when mov-tipo-expirado
                   add 1 to ws-qtd-expirados
                   add mov-valor to ws-total-expirado
               when mov-tipo-estorno
                   if mov-qtd-jogo >= 1 and mov-qtd-jogo <= 10
                       add 1 to ws-arrec-qtd-estornos(mov-qtd-jogo)
                       add mov-valor
                           to ws-arrec-valor-estornado(mov-qtd-jogo)
                       perform localizarPontoFechamento
                       if ws-ix-pfe <= ws-qtd-pontos-fechamento
                           add 1 to ws-pfe-qtd-estornos(ws-ix-pfe)
                           add mov-valor to ws-pfe-estornado(ws-ix-pfe)
                           add 1 to
                               ws-pfe-jogo-estornos(ws-ix-pfe, mov-qtd-jogo)
                           add mov-valor to
                               ws-pfe-jogo-estornado(ws-ix-pfe, mov-qtd-jogo)
                       end-if
                   end-if
                   add 1 to ws-qtd-estornos
                   add mov-valor to ws-total-estornado
           end-evaluate

           .
       acumularUmMovimento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Localiza a faixa do movimento corrente na tabela do dia,
      *> criando a entrada na primeira ocorrencia; deixa o indice em
      *> ws-ix-faixa (alem do fim da tabela quando ela esta cheia)
      *>----------------------------------------------------------------*
       localizarFaixaMovimento section.

           move "N" to ws-faixa-encontrada
           perform varying ws-ix-faixa from 1 by 1
                   until ws-ix-faixa > ws-qtd-faixas-pagas
                      or faixa-encontrada
               if  ws-faixa-qtd-jogo(ws-ix-faixa) = mov-qtd-jogo
               and ws-faixa-acertos(ws-ix-faixa) = mov-acertos
                   set faixa-encontrada to true
               end-if
           end-perform

           if faixa-encontrada
               subtract 1 from ws-ix-faixa
           else
               if ws-qtd-faixas-pagas < 50
                   add 1 to ws-qtd-faixas-pagas
                   move ws-qtd-faixas-pagas to ws-ix-faixa
                   move mov-qtd-jogo
                       to ws-faixa-qtd-jogo(ws-ix-faixa)
                   move mov-acertos
                       to ws-faixa-acertos(ws-ix-faixa)
                   move zero to ws-faixa-valor(ws-ix-faixa)
                   move zero to ws-faixa-acumulado(ws-ix-faixa)
                   move zero to ws-faixa-transportado(ws-ix-faixa)
                   move zero to ws-faixa-saldo-acumulado(ws-ix-faixa)
               end-if
           end-if

           .
       localizarFaixaMovimento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava o relatorio de fechamento do dia: arrecadacao por
      *> quantidade, estornos de apostas canceladas, premiacao apurada
      *> por faixa, premios pagos e expirados e o resultado liquido do
      *> dia (arrecadado menos estornado menos pago no balcao),
      *> repetindo o resultado no console
      *>----------------------------------------------------------------*
       gerarRelatorioFechamento section.

                       delimited by size into reg-rel-fechamento
                   write reg-rel-fechamento
               end-if
               if ws-arrec-qtd-estornos(ind) > 0
                   move ws-arrec-valor-estornado(ind) to ws-valor-editado
                   move spaces to reg-rel-fechamento
                   string "  ESTORNOS JOGO DE " ind " NUMEROS:"
                       " APOSTAS=" ws-arrec-qtd-estornos(ind)
                       " VALOR=" ws-valor-editado
                       delimited by size into reg-rel-fechamento
                   write reg-rel-fechamento
               end-if
           end-perform

           perform varying ws-ix-faixa from 1 by 1
                   until ws-ix-faixa > ws-qtd-faixas-pagas
               if ws-faixa-valor(ws-ix-faixa) > zero
                   compute ws-total-premiado-base =
                       ws-faixa-valor(ws-ix-faixa)
                       - ws-faixa-acumulado(ws-ix-faixa)
                   move ws-faixa-valor(ws-ix-faixa) to ws-valor-editado
                   move ws-total-premiado-base      to ws-valor-editado2
                   move ws-faixa-acumulado(ws-ix-faixa)
                       to ws-valor-editado3
                   move spaces to reg-rel-fechamento
                   string "  PREMIACAO FAIXA QTD=" ws-faixa-qtd-jogo(ws-ix-faixa)
                       " ACERTOS=" ws-faixa-acertos(ws-ix-faixa)
                       " VALOR=" ws-valor-editado
                       " BASE=" ws-valor-editado2
                       " ACUMULADO=" ws-valor-editado3
                       delimited by size into reg-rel-fechamento
                   write reg-rel-fechamento
               end-if
               if ws-faixa-transportado(ws-ix-faixa) > zero
                   move ws-faixa-transportado(ws-ix-faixa)
                       to ws-valor-editado
                   move ws-faixa-saldo-acumulado(ws-ix-faixa)
                       to ws-valor-editado2
                   move spaces to reg-rel-fechamento
                   string "  ACUMULADO FAIXA QTD=" ws-faixa-qtd-jogo(ws-ix-faixa)
                       " ACERTOS=" ws-faixa-acertos(ws-ix-faixa)
                       " TRANSPORTADO=" ws-valor-editado
                       " SALDO ACUMULADO=" ws-valor-editado2
                       delimited by size into reg-rel-fechamento
                   write reg-rel-fechamento
               end-if
           end-perform

           compute ws-arrecadado-liquido =
               ws-total-arrecadado - ws-total-estornado
           compute ws-resultado-dia =
               ws-arrecadado-liquido - ws-total-pago

           move ws-total-arrecadado to ws-valor-editado
           move spaces to reg-rel-fechamento
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           move ws-total-estornado to ws-valor-editado
           move spaces to reg-rel-fechamento
           string "TOTAL ESTORNADO (APOSTAS CANCELADAS)=" ws-valor-editado
               " (" ws-qtd-estornos " estorno(s))"
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           move ws-arrecadado-liquido to ws-resultado-editado
           move spaces to reg-rel-fechamento
           string "TOTAL ARRECADADO LIQUIDO=" ws-resultado-editado
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           compute ws-total-premiado-base =
               ws-total-premiado - ws-total-premiado-acumulado
           move ws-total-premiado           to ws-valor-editado
           move ws-total-premiado-base      to ws-valor-editado2
           move ws-total-premiado-acumulado to ws-valor-editado3
           move spaces to reg-rel-fechamento
           string "TOTAL PREMIADO (APURADO A PAGAR)=" ws-valor-editado
               " BASE=" ws-valor-editado2
               " ACUMULADO=" ws-valor-editado3
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           compute ws-total-premiado-liquido =
               ws-total-premiado - ws-total-premiado-irrf
           move ws-total-premiado-irrf    to ws-valor-editado
           move ws-total-premiado-liquido to ws-valor-editado2
           move spaces to reg-rel-fechamento
           string "  IRRF RETIDO NA FONTE=" ws-valor-editado
               " LIQUIDO AOS GANHADORES=" ws-valor-editado2
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           move ws-total-transportado to ws-valor-editado
           move spaces to reg-rel-fechamento
           string "TOTAL TRANSPORTADO PARA ACUMULADO=" ws-valor-editado
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           move ws-total-pago to ws-valor-editado
           move spaces to reg-rel-fechamento
           string "TOTAL PAGO EM RESGATES=" ws-valor-editado
               " (" ws-qtd-resgates " resgate(s))"
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           move ws-total-pago-liquido to ws-valor-editado
           move ws-total-pago-irrf    to ws-valor-editado2
           move spaces to reg-rel-fechamento
           string "  LIQUIDO ENTREGUE AOS GANHADORES=" ws-valor-editado
               " IRRF RETIDO A RECOLHER=" ws-valor-editado2
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           move ws-total-expirado to ws-valor-editado
           move spaces to reg-rel-fechamento
           string "TOTAL EXPIRADO SEM RESGATE=" ws-valor-editado
               " (" ws-qtd-expirados " premio(s))"
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           perform gerarFechamentoPontosVenda

           close f-rel-fechamento

           display " "
               ws-total-apostas " aposta(s) arrecadada(s)"
           move ws-total-arrecadado to ws-valor-editado
           display "  Total arrecadado : " ws-valor-editado
           move ws-total-estornado to ws-valor-editado
           display "  Total estornado  : " ws-valor-editado
           move ws-total-premiado to ws-valor-editado
           display "  Total premiado   : " ws-valor-editado
           move ws-total-pago to ws-valor-editado
           display "  Total pago       : " ws-valor-editado
           move ws-total-pago-irrf to ws-valor-editado
           display "  IRRF retido      : " ws-valor-editado
           move ws-total-expirado to ws-valor-editado
           display "  Total expirado   : " ws-valor-editado
           display "  Resultado do dia : " ws-resultado-editado
           display "Relatorio em LOTFECHA.RPT"

               " APOSTAS=" ws-total-apostas
               " ARRECADADO=" ws-total-arrecadado
               " PREMIADO=" ws-total-premiado
               " PAGO=" ws-total-pago
               " EXPIRADO=" ws-total-expirado
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           move spaces to ws-audit-mensagem
           string "FECHAMENTO DIA=" ws-data-fechamento
               " ESTORNADO=" ws-total-estornado
               " IRRF APURADO=" ws-total-premiado-irrf
               " IRRF RETIDO=" ws-total-pago-irrf
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

       gerarRelatorioFechamento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o cadastro de pontos de venda LOTPDV.DAT em memoria
      *> (codigo, descricao e comissao). Sem o arquivo os pontos saem
      *> no fechamento como nao cadastrados, sem comissao.
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
                               move pdv-descricao to
                                   ws-pdv-cad-descricao(ws-qtd-pontos-venda)
                               if pdv-comissao numeric
                                   move pdv-comissao to
                                       ws-pdv-cad-comissao(ws-qtd-pontos-venda)
                               else
                                   move zero to
                                       ws-pdv-cad-comissao(ws-qtd-pontos-venda)
                               end-if
                           end-if
                   end-read
               end-perform
               close f-pontos-venda
           end-if

           .
       carregarPontosVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Localiza o ponto de venda do movimento corrente na tabela do
      *> fechamento, inserindo-o na posicao do seu codigo na primeira
      *> ocorrencia; deixa o indice em ws-ix-pfe (alem do fim da
      *> tabela quando ela esta cheia, com aviso)
      *>----------------------------------------------------------------*
       localizarPontoFechamento section.

           if mov-ponto-venda numeric
               move mov-ponto-venda to ws-ponto-venda
           else
               move zero to ws-ponto-venda
           end-if

           move "N" to ws-ponto-posicionado
           perform varying ws-ix-pfe from 1 by 1
                   until ws-ix-pfe > ws-qtd-pontos-fechamento
                      or ponto-posicionado
               if ws-pfe-codigo(ws-ix-pfe) >= ws-ponto-venda
                   set ponto-posicionado to true
               end-if
           end-perform
           if ponto-posicionado
               subtract 1 from ws-ix-pfe
               if ws-pfe-codigo(ws-ix-pfe) not = ws-ponto-venda
                   move "N" to ws-ponto-posicionado
               end-if
           end-if

           if not ponto-posicionado
               if ws-qtd-pontos-fechamento < 999
                   perform varying ws-ix-desloca
                           from ws-qtd-pontos-fechamento by -1
                           until ws-ix-desloca < ws-ix-pfe
                       move ws-ponto-fechamento(ws-ix-desloca)
                           to ws-ponto-fechamento(ws-ix-desloca + 1)
                   end-perform
                   add 1 to ws-qtd-pontos-fechamento
                   initialize ws-ponto-fechamento(ws-ix-pfe)
                   move ws-ponto-venda to ws-pfe-codigo(ws-ix-pfe)
               else
                   move 1000 to ws-ix-pfe
                   if not pontos-estourou
                       set pontos-estourou to true
                       display "AVISO: mais de 999 pontos de venda movimentados no dia; os excedentes ficam fora do fechamento por ponto."
                   end-if
               end-if
           end-if

           .
       localizarPontoFechamento-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Busca no cadastro a descricao e a comissao do ponto
      *> ws-ponto-venda; venda direta e ponto fora do cadastro ficam
      *> sem comissao
      *>----------------------------------------------------------------*
       buscarPontoCadastro section.

           move zero to ws-ponto-comissao
           if ws-ponto-venda = zero
               move "VENDA DIRETA (SEM PONTO)" to ws-ponto-descricao
           else
               move "NAO CADASTRADO" to ws-ponto-descricao
               perform varying ws-ix-ponto-venda from 1 by 1
                       until ws-ix-ponto-venda > ws-qtd-pontos-venda
                   if ws-pdv-cad-codigo(ws-ix-ponto-venda) = ws-ponto-venda
                       move ws-pdv-cad-descricao(ws-ix-ponto-venda)
                           to ws-ponto-descricao
                       move ws-pdv-cad-comissao(ws-ix-ponto-venda)
                           to ws-ponto-comissao
                   end-if
               end-perform
           end-if

           .
       buscarPontoCadastro-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Calcula a venda liquida, a comissao e o liquido a repassar do
      *> ponto ws-ix-pfe, com a comissao do cadastro ja buscada
      *>----------------------------------------------------------------*
       calcularComissaoPonto section.

           compute ws-pfe-venda-liquida =
               ws-pfe-arrecadado(ws-ix-pfe) - ws-pfe-estornado(ws-ix-pfe)
           compute ws-pfe-comissao rounded =
               ws-pfe-venda-liquida * ws-ponto-comissao / 100
           compute ws-pfe-repassar =
               ws-pfe-venda-liquida - ws-pfe-comissao

           .
       calcularComissaoPonto-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Acrescenta ao relatorio do fechamento o bloco por ponto de
      *> venda: para cada ponto movimentado no dia, a arrecadacao e os
      *> estornos por quantidade de numeros, a venda liquida, a
      *> comissao devida e o liquido a repassar, com os totais de
      *> comissao e repasse de todos os pontos
      *>----------------------------------------------------------------*
       gerarFechamentoPontosVenda section.

           move zero to ws-total-comissao
           move zero to ws-total-repassar

           move spaces to reg-rel-fechamento
           string "FECHAMENTO POR PONTO DE VENDA DO DIA " ws-data-fechamento
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           if ws-qtd-pontos-fechamento = zero
               move "  NENHUMA VENDA OU ESTORNO NO DIA" to reg-rel-fechamento
               write reg-rel-fechamento
           end-if

           perform varying ws-ix-pfe from 1 by 1
                   until ws-ix-pfe > ws-qtd-pontos-fechamento
               move ws-pfe-codigo(ws-ix-pfe) to ws-ponto-venda
               perform buscarPontoCadastro
               perform calcularComissaoPonto
               add ws-pfe-comissao to ws-total-comissao
               add ws-pfe-repassar to ws-total-repassar

               move ws-ponto-comissao to ws-comissao-editada
               move spaces to reg-rel-fechamento
               string "PONTO DE VENDA " ws-ponto-venda
                   " " ws-ponto-descricao
                   " COMISSAO=" ws-comissao-editada "%"
                   delimited by size into reg-rel-fechamento
               write reg-rel-fechamento

               perform varying ind from 1 by 1 until ind > 10
                   if ws-pfe-jogo-apostas(ws-ix-pfe, ind) > 0
                   or ws-pfe-jogo-estornos(ws-ix-pfe, ind) > 0
                       move ws-pfe-jogo-valor(ws-ix-pfe, ind)
                           to ws-valor-editado
                       move ws-pfe-jogo-estornado(ws-ix-pfe, ind)
                           to ws-valor-editado2
                       move spaces to reg-rel-fechamento
                       string "  JOGO DE " ind " NUMEROS:"
                           " APOSTAS=" ws-pfe-jogo-apostas(ws-ix-pfe, ind)
                           " VALOR=" ws-valor-editado
                           " ESTORNOS=" ws-pfe-jogo-estornos(ws-ix-pfe, ind)
                           " VALOR=" ws-valor-editado2
                           delimited by size into reg-rel-fechamento
                       write reg-rel-fechamento
                   end-if
               end-perform

               move ws-pfe-arrecadado(ws-ix-pfe) to ws-valor-editado
               move ws-pfe-estornado(ws-ix-pfe)  to ws-valor-editado2
               move ws-pfe-venda-liquida         to ws-resultado-editado
               move spaces to reg-rel-fechamento
               string "  ARRECADADO=" ws-valor-editado
                   " ESTORNADO=" ws-valor-editado2
                   " VENDA LIQUIDA=" ws-resultado-editado
                   delimited by size into reg-rel-fechamento
               write reg-rel-fechamento

               move ws-pfe-comissao to ws-resultado-editado2
               move ws-pfe-repassar to ws-resultado-editado3
               move spaces to reg-rel-fechamento
               string "  COMISSAO DEVIDA=" ws-resultado-editado2
                   " LIQUIDO A REPASSAR=" ws-resultado-editado3
                   delimited by size into reg-rel-fechamento
               write reg-rel-fechamento
           end-perform

           move ws-total-comissao to ws-resultado-editado2
           move ws-total-repassar to ws-resultado-editado3
           move spaces to reg-rel-fechamento
           string "TOTAL DOS PONTOS DE VENDA: COMISSAO DEVIDA=" ws-resultado-editado2
               " LIQUIDO A REPASSAR=" ws-resultado-editado3
               delimited by size into reg-rel-fechamento
           write reg-rel-fechamento

           .
       gerarFechamentoPontosVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Gera LOTCOMIS.CSV para o financeiro: uma linha por ponto de
      *> venda movimentado no dia, com arrecadacao, estornos, venda
      *> liquida, percentual e valor da comissao e liquido a repassar
      *>----------------------------------------------------------------*
       gerarArquivoComissoes section.

           open output f-comissoes

           move spaces to reg-comissao
           string "data;ponto_venda;descricao;apostas;arrecadado"
               ";estornos;estornado;venda_liquida;percentual_comissao"
               ";comissao;liquido_repassar"
               delimited by size into reg-comissao
           write reg-comissao

           perform varying ws-ix-pfe from 1 by 1
                   until ws-ix-pfe > ws-qtd-pontos-fechamento
               move ws-pfe-codigo(ws-ix-pfe) to ws-ponto-venda
               perform buscarPontoCadastro
               perform calcularComissaoPonto

               move ws-pfe-arrecadado(ws-ix-pfe) to ws-valor-csv
               move ws-pfe-estornado(ws-ix-pfe)  to ws-valor-csv2
               move ws-pfe-venda-liquida         to ws-valor-csv-sinal
               move ws-ponto-comissao            to ws-comissao-csv
               move ws-pfe-comissao              to ws-valor-csv-sinal2
               move ws-pfe-repassar              to ws-valor-csv-sinal3
               move spaces to reg-comissao
               string ws-data-fechamento
                   ";" ws-ponto-venda
                   ";" ws-ponto-descricao
                   ";" ws-pfe-qtd-apostas(ws-ix-pfe)
                   ";" ws-valor-csv
                   ";" ws-pfe-qtd-estornos(ws-ix-pfe)
                   ";" ws-valor-csv2
                   ";" ws-valor-csv-sinal
                   ";" ws-comissao-csv
                   ";" ws-valor-csv-sinal2
                   ";" ws-valor-csv-sinal3
                   delimited by size into reg-comissao
               write reg-comissao
           end-perform

           close f-comissoes

           move ws-total-comissao to ws-resultado-editado2
           move ws-total-repassar to ws-resultado-editado3
           display "  Pontos de venda  : " ws-qtd-pontos-fechamento
           display "  Comissao devida  : " ws-resultado-editado2
           display "  Liquido repassar : " ws-resultado-editado3
           display "Comissoes por ponto de venda em LOTCOMIS.CSV"

           move spaces to ws-audit-mensagem
           string "FECHAMENTO PONTOS DE VENDA DIA=" ws-data-fechamento
               " PONTOS=" ws-qtd-pontos-fechamento
               " COMISSAO=" ws-resultado-editado2
               " REPASSAR=" ws-resultado-editado3
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           .
       gerarArquivoComissoes-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava uma linha no log de auditoria LOTAUDIT.LOG, com a data e
      *> hora atuais seguidas da mensagem deixada em ws-audit-mensagem
