      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaAnaliseSorteios".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Analise dos sorteios oficiais acumulados em LOTOFICIAL.DAT,
      *> sobre uma faixa de concursos e/ou de datas escolhida pelo
      *> operador. Para cada numero da faixa configurada em
      *> LOTPARAM.DAT mostra o total de aparicoes, o atraso atual
      *> (concursos desde a ultima vez que saiu) e o maior atraso do
      *> periodo; lista os pares de numeros que mais sairam juntos e,
      *> por concurso, a divisao entre pares e impares e entre baixos
      *> e altos (baixos = metade inferior da faixa). O relatorio
      *> paginado sai em LOTANALS.RPT e a mesma informacao, em blocos
      *> delimitados por ";" com linha de cabecalho propria, em
      *> LOTANALS.CSV. Diferente do LOTFAIRN.RPT, que mede o gerador
      *> do simulador, aqui so entram sorteios reais.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-oficial
               assign to "LOTOFICIAL.DAT"
               organization is line sequential
               file status is ws-status-oficial.

           select f-parametros
               assign to "LOTPARAM.DAT"
               organization is line sequential
               file status is ws-status-parametros.

           select f-rel-analise
               assign to "LOTANALS.RPT"
               organization is line sequential
               file status is ws-status-rel-analise.

           select f-csv-analise
               assign to "LOTANALS.CSV"
               organization is line sequential
               file status is ws-status-csv-analise.

      *>Declaração de variáveis
       data division.

       file section.

       fd  f-oficial.
       01  reg-oficial.
           05 oficial-concurso                      pic 9(06).
           05 oficial-data                          pic 9(08).
           05 oficial-sorteio                       pic x(29).

       fd  f-parametros.
       01  reg-parametro.
           05 param-qtd-min                         pic 9(02).
           05 param-qtd-max                         pic 9(02).
           05 param-num-min                         pic 9(02).
           05 param-num-max                         pic 9(02).
           05 param-max-tentativas                  pic 9(09).
           05 param-prazo-resgate                   pic 9(03).

       fd  f-rel-analise.
       01  reg-rel-analise                          pic x(132).

       fd  f-csv-analise.
       01  reg-csv-analise                          pic x(132).

       working-storage section.

       01  ws-status-oficial                       pic x(02).
       01  ws-status-parametros                    pic x(02).
       01  ws-status-rel-analise                   pic x(02).
       01  ws-status-csv-analise                   pic x(02).

       01  ws-fim-oficial                          pic x(01) value "N".
           88 fim-oficial                              value "S".

       01  ws-parametros.
           05 ws-param-qtd-min                     pic 9(02) value 6.
           05 ws-param-qtd-max                     pic 9(02) value 10.
           05 ws-param-num-min                     pic 9(02) value 1.
           05 ws-param-num-max                     pic 9(02) value 60.

      *>----------------------------------------------------------------*
      *> Filtros informados pelo operador: faixa de concursos e faixa
      *> de datas do sorteio (zero deixa a ponta aberta) e quantidade
      *> de pares mais frequentes a listar
      *>----------------------------------------------------------------*
       01  ws-filtro-concurso-inicial              pic 9(06).
       01  ws-filtro-concurso-final                pic 9(06).
       01  ws-filtro-data-inicial                  pic 9(08).
       01  ws-filtro-data-final                    pic 9(08).
       01  ws-qtd-pares-listar                     pic 9(03).

      *>----------------------------------------------------------------*
      *> Concursos selecionados, mantidos em ordem crescente de numero
      *> de concurso (o arquivo oficial esta na ordem de registro, que
      *> pode nao ser a do sorteio); a posicao na tabela e a base da
      *> contagem de atrasos
      *>----------------------------------------------------------------*
       01  ws-qtd-selecionados                     pic 9(05) value zero.
       01  ws-ix-selecionado                       pic 9(05).
       01  ws-ix-insercao                          pic 9(05).
       01  ws-ix-desloca                           pic 9(05).
       01  ws-selecao-estourou                     pic x(01) value "N".
           88 selecao-estourou                         value "S".
       01  ws-tabela-selecionados.
           05 ws-selecionado occurs 9999 times.
              10 ws-sel-concurso                   pic 9(06).
              10 ws-sel-data                       pic 9(08).
              10 ws-sel-sorteio                    pic x(29).
       01  ws-qtd-ignorados                        pic 9(05) value zero.

      *>----------------------------------------------------------------*
      *> Numeros do sorteio corrente separados do formato "nn-nn-..."
      *> e validados contra a faixa
      *>----------------------------------------------------------------*
       01  ws-numeros-sorteio.
           05 ws-num-col occurs 10 times           pic x(02).
       01  ws-qtd-numeros                          pic 9(02).
       01  ws-numeros-validos.
           05 ws-num-valido occurs 10 times        pic 9(02).
       01  ws-num-valor                            pic 9(02).
       01  ws-num-repetido                         pic x(01).
           88 num-repetido                             value "S".
       01  ind                                     pic 9(02).
       01  ind2                                    pic 9(02).

      *>----------------------------------------------------------------*
      *> Estatistica por numero (indexada pelo proprio numero): total
      *> de aparicoes, posicao do ultimo concurso em que saiu, atraso
      *> atual e maior atraso do periodo
      *>----------------------------------------------------------------*
       01  ws-estatistica-numeros.
           05 ws-estat-numero occurs 99 times.
              10 ws-num-aparicoes                  pic 9(06).
              10 ws-num-ultima-posicao             pic 9(05).
              10 ws-num-atraso-atual               pic 9(05).
              10 ws-num-maior-atraso               pic 9(05).
       01  ws-atraso                               pic 9(05).
       01  ws-num                                  pic 9(03).

      *>----------------------------------------------------------------*
      *> Contagem de pares (numero menor x numero maior) e marca dos
      *> pares ja listados na selecao dos mais frequentes
      *>----------------------------------------------------------------*
       01  ws-matriz-pares.
           05 ws-par-linha occurs 99 times.
              10 ws-par-coluna occurs 99 times.
                 15 ws-par-qtd                     pic 9(05).
                 15 ws-par-listado                 pic x(01).
       01  ws-par-menor                            pic 9(03).
       01  ws-par-maior                            pic 9(03).
       01  ws-par-max-qtd                          pic 9(05).
       01  ws-par-max-menor                        pic 9(02).
       01  ws-par-max-maior                        pic 9(02).
       01  ws-ix-par                               pic 9(04).

      *>----------------------------------------------------------------*
      *> Divisao pares/impares e baixos/altos do concurso corrente e a
      *> distribuicao dos concursos por quantidade de pares e de baixos
      *>----------------------------------------------------------------*
       01  ws-limite-baixos                        pic 9(02).
       01  ws-qtd-pares                            pic 9(02).
       01  ws-qtd-impares                          pic 9(02).
       01  ws-qtd-baixos                           pic 9(02).
       01  ws-qtd-altos                            pic 9(02).
       01  ws-resto                                pic 9(01).
       01  ws-quociente                            pic 9(02).
       01  ws-distribuicao.
           05 ws-dist-entrada occurs 11 times.
              10 ws-dist-pares                     pic 9(05).
              10 ws-dist-baixos                    pic 9(05).

      *>----------------------------------------------------------------*
      *> Controle de paginacao do relatorio
      *>----------------------------------------------------------------*
       01  ws-pagina                               pic 9(03) value zero.
       01  ws-linhas-pagina                        pic 9(02) value 99.
       01  ws-linhas-por-pagina                    pic 9(02) value 55.
       01  ws-linha-relatorio                      pic x(132).

       procedure division.

           perform carregarParametros
           perform aceitarFiltros
           perform carregarSorteios

           if selecao-estourou
               display "Mais de 9999 concursos na selecao; restrinja a faixa de concursos ou de datas."
           else
               if ws-qtd-selecionados = zero
                   display "Nenhum concurso de LOTOFICIAL.DAT na selecao informada."
               else
                   perform calcularEstatisticas
                   perform gerarRelatorio
                   display ws-qtd-selecionados " concurso(s) analisado(s). Relatorio em LOTANALS.RPT e LOTANALS.CSV"
               end-if
           end-if

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega a faixa de numeros de LOTPARAM.DAT aplicando a mesma
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

      *>----------------------------------------------------------------*
      *> Baixos sao os numeros da metade inferior da faixa (1 a 30 na
      *> faixa tradicional de 1 a 60)
      *>----------------------------------------------------------------*
           compute ws-limite-baixos =
               ws-param-num-min
               + (ws-param-num-max - ws-param-num-min + 1) / 2 - 1

           .
       carregarParametros-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le os filtros de selecao do operador
      *>----------------------------------------------------------------*
       aceitarFiltros section.

           display "Analise dos sorteios oficiais (LOTOFICIAL.DAT)"
           display "Concurso inicial (0 = desde o primeiro):"
           move zero to ws-filtro-concurso-inicial
           accept ws-filtro-concurso-inicial
           display "Concurso final (0 = ate o ultimo):"
           move zero to ws-filtro-concurso-final
           accept ws-filtro-concurso-final
           if ws-filtro-concurso-final = zero
               move 999999 to ws-filtro-concurso-final
           end-if
           display "Data inicial do sorteio AAAAMMDD (0 = desde o comeco):"
           move zero to ws-filtro-data-inicial
           accept ws-filtro-data-inicial
           display "Data final do sorteio AAAAMMDD (0 = ate o fim):"
           move zero to ws-filtro-data-final
           accept ws-filtro-data-final
           if ws-filtro-data-final = zero
               move 99999999 to ws-filtro-data-final
           end-if
           display "Quantidade de pares mais frequentes a listar (0 = 20):"
           move zero to ws-qtd-pares-listar
           accept ws-qtd-pares-listar
           if ws-qtd-pares-listar = zero
               move 20 to ws-qtd-pares-listar
           end-if

           .
       aceitarFiltros-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le LOTOFICIAL.DAT e guarda os concursos dentro dos filtros,
      *> inserindo cada um na posicao da sua ordem de concurso.
      *> Registros no formato antigo (sem numero de concurso) ficam de
      *> fora, porque nao ha como ordena-los.
      *>----------------------------------------------------------------*
       carregarSorteios section.

           move "N" to ws-fim-oficial

           open input f-oficial
           if ws-status-oficial not = "00"
               display "Nenhum concurso registrado (LOTOFICIAL.DAT nao encontrado)"
           else
               perform until fim-oficial or selecao-estourou
                   read f-oficial
                       at end
                           set fim-oficial to true
                       not at end
                           if oficial-concurso not numeric
                           or oficial-data not numeric
                               add 1 to ws-qtd-ignorados
                           else
                               if  oficial-concurso >= ws-filtro-concurso-inicial
                               and oficial-concurso <= ws-filtro-concurso-final
                               and oficial-data >= ws-filtro-data-inicial
                               and oficial-data <= ws-filtro-data-final
                                   perform inserirSelecionado
                               end-if
                           end-if
                   end-read
               end-perform
               close f-oficial
           end-if

           if ws-qtd-ignorados > zero
               display ws-qtd-ignorados " registro(s) no formato antigo (sem concurso) fora da analise."
           end-if

           .
       carregarSorteios-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Insere o concurso lido na tabela em ordem crescente de numero,
      *> deslocando para baixo os de numero maior
      *>----------------------------------------------------------------*
       inserirSelecionado section.

           if ws-qtd-selecionados >= 9999
               set selecao-estourou to true
           else
               move 1 to ws-ix-insercao
               perform until ws-ix-insercao > ws-qtd-selecionados
                          or ws-sel-concurso(ws-ix-insercao) > oficial-concurso
                   add 1 to ws-ix-insercao
               end-perform

               perform varying ws-ix-desloca from ws-qtd-selecionados by -1
                       until ws-ix-desloca < ws-ix-insercao
                   move ws-selecionado(ws-ix-desloca)
                       to ws-selecionado(ws-ix-desloca + 1)
               end-perform

               move oficial-concurso to ws-sel-concurso(ws-ix-insercao)
               move oficial-data     to ws-sel-data(ws-ix-insercao)
               move oficial-sorteio  to ws-sel-sorteio(ws-ix-insercao)
               add 1 to ws-qtd-selecionados
           end-if

           .
       inserirSelecionado-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Percorre os concursos em ordem acumulando aparicoes, atrasos e
      *> pares; ao final fecha o atraso atual de cada numero (concursos
      *> desde a ultima aparicao, ou o periodo inteiro se nunca saiu)
      *>----------------------------------------------------------------*
       calcularEstatisticas section.

           initialize ws-estatistica-numeros
           initialize ws-matriz-pares
           initialize ws-distribuicao

           perform varying ws-ix-selecionado from 1 by 1
                   until ws-ix-selecionado > ws-qtd-selecionados
               perform separarNumerosSorteio
               perform varying ind from 1 by 1 until ind > ws-qtd-numeros
                   move ws-num-valido(ind) to ws-num
                   add 1 to ws-num-aparicoes(ws-num)
                   compute ws-atraso = ws-ix-selecionado
                       - ws-num-ultima-posicao(ws-num) - 1
                   if ws-atraso > ws-num-maior-atraso(ws-num)
                       move ws-atraso to ws-num-maior-atraso(ws-num)
                   end-if
                   move ws-ix-selecionado to ws-num-ultima-posicao(ws-num)

                   perform varying ind2 from 1 by 1 until ind2 >= ind
                       if ws-num-valido(ind2) < ws-num
                           move ws-num-valido(ind2) to ws-par-menor
                           move ws-num              to ws-par-maior
                       else
                           move ws-num              to ws-par-menor
                           move ws-num-valido(ind2) to ws-par-maior
                       end-if
                       add 1 to ws-par-qtd(ws-par-menor, ws-par-maior)
                   end-perform
               end-perform
           end-perform

           perform varying ws-num from ws-param-num-min by 1
                   until ws-num > ws-param-num-max
               compute ws-num-atraso-atual(ws-num) =
                   ws-qtd-selecionados - ws-num-ultima-posicao(ws-num)
               if ws-num-atraso-atual(ws-num) > ws-num-maior-atraso(ws-num)
                   move ws-num-atraso-atual(ws-num)
                       to ws-num-maior-atraso(ws-num)
               end-if
           end-perform

           .
       calcularEstatisticas-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Separa os numeros do sorteio do concurso ws-ix-selecionado,
      *> guardando em ws-num-valido os que estao na faixa configurada
      *> (numeros repetidos no mesmo sorteio contam uma vez so)
      *>----------------------------------------------------------------*
       separarNumerosSorteio section.

           move zero to ws-qtd-numeros
           move spaces to ws-numeros-sorteio
           move zero to ws-numeros-validos

           unstring ws-sel-sorteio(ws-ix-selecionado) delimited by "-"
               into ws-num-col(1)  ws-num-col(2)  ws-num-col(3)
                    ws-num-col(4)  ws-num-col(5)  ws-num-col(6)
                    ws-num-col(7)  ws-num-col(8)  ws-num-col(9)
                    ws-num-col(10)
           end-unstring

           perform varying ind from 1 by 1 until ind > 10
               if  ws-num-col(ind) numeric
               and ws-num-col(ind) not = "00"
                   move ws-num-col(ind) to ws-num-valor
                   if  ws-num-valor >= ws-param-num-min
                   and ws-num-valor <= ws-param-num-max
                       move "N" to ws-num-repetido
                       perform varying ind2 from 1 by 1
                               until ind2 > ws-qtd-numeros
                           if ws-num-valido(ind2) = ws-num-valor
                               set num-repetido to true
                           end-if
                       end-perform
                       if not num-repetido
                           add 1 to ws-qtd-numeros
                           move ws-num-valor to ws-num-valido(ws-qtd-numeros)
                       end-if
                   end-if
               end-if
           end-perform

           .
       separarNumerosSorteio-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava o relatorio paginado e o arquivo delimitado: frequencia e
      *> atrasos por numero, pares mais frequentes, divisao por
      *> concurso e distribuicao dos concursos
      *>----------------------------------------------------------------*
       gerarRelatorio section.

           open output f-rel-analise
           open output f-csv-analise

           move spaces to ws-linha-relatorio
           string "FREQUENCIA E ATRASO POR NUMERO (ATRASO EM CONCURSOS)"
               delimited by size into ws-linha-relatorio
           perform gravarLinhaRelatorio

           move "numero;aparicoes;atraso_atual;maior_atraso"
               to reg-csv-analise
           write reg-csv-analise

           perform varying ws-num from ws-param-num-min by 1
                   until ws-num > ws-param-num-max
               move ws-num to ws-num-valor
               move spaces to ws-linha-relatorio
               string "  NUMERO " ws-num-valor
                   "  APARICOES=" ws-num-aparicoes(ws-num)
                   "  ATRASO ATUAL=" ws-num-atraso-atual(ws-num)
                   "  MAIOR ATRASO=" ws-num-maior-atraso(ws-num)
                   delimited by size into ws-linha-relatorio
               perform gravarLinhaRelatorio

               move spaces to reg-csv-analise
               string ws-num-valor
                   ";" ws-num-aparicoes(ws-num)
                   ";" ws-num-atraso-atual(ws-num)
                   ";" ws-num-maior-atraso(ws-num)
                   delimited by size into reg-csv-analise
               write reg-csv-analise
           end-perform

           perform listarParesFrequentes
           perform listarDivisaoConcursos

           close f-rel-analise
           close f-csv-analise

           .
       gerarRelatorio-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista os pares que mais sairam juntos, do mais frequente para
      *> o menos, escolhendo a cada passo o maior par ainda nao
      *> listado (empate fica com o par de numeros menores)
      *>----------------------------------------------------------------*
       listarParesFrequentes section.

           move spaces to ws-linha-relatorio
           perform gravarLinhaRelatorio
           string "PARES MAIS FREQUENTES"
               delimited by size into ws-linha-relatorio
           perform gravarLinhaRelatorio

           move spaces to reg-csv-analise
           write reg-csv-analise
           move "par;ocorrencias" to reg-csv-analise
           write reg-csv-analise

           perform varying ws-ix-par from 1 by 1
                   until ws-ix-par > ws-qtd-pares-listar
               move zero to ws-par-max-qtd
               perform varying ws-par-menor from ws-param-num-min by 1
                       until ws-par-menor >= ws-param-num-max
                   perform varying ws-par-maior from ws-par-menor by 1
                           until ws-par-maior > ws-param-num-max
                       if  ws-par-maior > ws-par-menor
                       and ws-par-listado(ws-par-menor, ws-par-maior) not = "S"
                       and ws-par-qtd(ws-par-menor, ws-par-maior) > ws-par-max-qtd
                           move ws-par-qtd(ws-par-menor, ws-par-maior)
                               to ws-par-max-qtd
                           move ws-par-menor to ws-par-max-menor
                           move ws-par-maior to ws-par-max-maior
                       end-if
                   end-perform
               end-perform

               if ws-par-max-qtd = zero
                   move ws-qtd-pares-listar to ws-ix-par
               else
                   move "S" to ws-par-listado(ws-par-max-menor, ws-par-max-maior)

                   move spaces to ws-linha-relatorio
                   string "  " ws-par-max-menor "-" ws-par-max-maior
                       "  OCORRENCIAS=" ws-par-max-qtd
                       delimited by size into ws-linha-relatorio
                   perform gravarLinhaRelatorio

                   move spaces to reg-csv-analise
                   string ws-par-max-menor "-" ws-par-max-maior
                       ";" ws-par-max-qtd
                       delimited by size into reg-csv-analise
                   write reg-csv-analise
               end-if
           end-perform

           .
       listarParesFrequentes-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista, por concurso, a divisao entre pares e impares e entre
      *> baixos e altos, e no fim a distribuicao dos concursos por
      *> quantidade de pares e de baixos
      *>----------------------------------------------------------------*
       listarDivisaoConcursos section.

           move spaces to ws-linha-relatorio
           perform gravarLinhaRelatorio
           string "PARES/IMPARES E BAIXOS/ALTOS POR CONCURSO (BAIXOS = "
               ws-param-num-min " A " ws-limite-baixos ")"
               delimited by size into ws-linha-relatorio
           perform gravarLinhaRelatorio

           move spaces to reg-csv-analise
           write reg-csv-analise
           move "concurso;data;sorteio;pares;impares;baixos;altos"
               to reg-csv-analise
           write reg-csv-analise

           perform varying ws-ix-selecionado from 1 by 1
                   until ws-ix-selecionado > ws-qtd-selecionados
               perform separarNumerosSorteio
               move zero to ws-qtd-pares ws-qtd-impares
                            ws-qtd-baixos ws-qtd-altos
               perform varying ind from 1 by 1 until ind > ws-qtd-numeros
                   divide ws-num-valido(ind) by 2
                       giving ws-quociente remainder ws-resto
                   if ws-resto = zero
                       add 1 to ws-qtd-pares
                   else
                       add 1 to ws-qtd-impares
                   end-if
                   if ws-num-valido(ind) <= ws-limite-baixos
                       add 1 to ws-qtd-baixos
                   else
                       add 1 to ws-qtd-altos
                   end-if
               end-perform
               add 1 to ws-dist-pares(ws-qtd-pares + 1)
               add 1 to ws-dist-baixos(ws-qtd-baixos + 1)

               move spaces to ws-linha-relatorio
               string "  CONCURSO " ws-sel-concurso(ws-ix-selecionado)
                   " DATA " ws-sel-data(ws-ix-selecionado)
                   " SORTEIO " ws-sel-sorteio(ws-ix-selecionado)
                   " PARES=" ws-qtd-pares
                   " IMPARES=" ws-qtd-impares
                   " BAIXOS=" ws-qtd-baixos
                   " ALTOS=" ws-qtd-altos
                   delimited by size into ws-linha-relatorio
               perform gravarLinhaRelatorio

               move spaces to reg-csv-analise
               string ws-sel-concurso(ws-ix-selecionado)
                   ";" ws-sel-data(ws-ix-selecionado)
                   ";" delimited by size
                   ws-sel-sorteio(ws-ix-selecionado) delimited by space
                   ";" ws-qtd-pares
                   ";" ws-qtd-impares
                   ";" ws-qtd-baixos
                   ";" ws-qtd-altos
                   delimited by size into reg-csv-analise
               write reg-csv-analise
           end-perform

           move spaces to ws-linha-relatorio
           perform gravarLinhaRelatorio
           string "DISTRIBUICAO DOS CONCURSOS"
               delimited by size into ws-linha-relatorio
           perform gravarLinhaRelatorio

           perform varying ind from 1 by 1 until ind > 11
               if ws-dist-pares(ind) > zero
               or ws-dist-baixos(ind) > zero
                   compute ind2 = ind - 1
                   move spaces to ws-linha-relatorio
                   string "  COM " ind2 " NUMERO(S)"
                       ": PARES EM " ws-dist-pares(ind) " CONCURSO(S)"
                       ", BAIXOS EM " ws-dist-baixos(ind) " CONCURSO(S)"
                       delimited by size into ws-linha-relatorio
                   perform gravarLinhaRelatorio
               end-if
           end-perform

           move spaces to ws-linha-relatorio
           string "TOTAL DE CONCURSOS ANALISADOS=" ws-qtd-selecionados
               delimited by size into ws-linha-relatorio
           perform gravarLinhaRelatorio

           .
       listarDivisaoConcursos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava ws-linha-relatorio no relatorio, abrindo pagina nova
      *> quando a corrente enche
      *>----------------------------------------------------------------*
       gravarLinhaRelatorio section.

           perform verificarQuebraPagina
           write reg-rel-analise from ws-linha-relatorio
           add 1 to ws-linhas-pagina
           move spaces to ws-linha-relatorio

           .
       gravarLinhaRelatorio-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Abre uma nova pagina com o cabecalho da analise quando a
      *> pagina corrente enche (ou na primeira linha)
      *>----------------------------------------------------------------*
       verificarQuebraPagina section.

           if ws-linhas-pagina >= ws-linhas-por-pagina
               add 1 to ws-pagina

               move spaces to reg-rel-analise
               string "ANALISE DOS SORTEIOS OFICIAIS (LOTOFICIAL.DAT)"
                   "  PAGINA " ws-pagina
                   delimited by size into reg-rel-analise
               write reg-rel-analise

               move spaces to reg-rel-analise
               string "CONCURSOS " ws-sel-concurso(1)
                   " A " ws-sel-concurso(ws-qtd-selecionados)
                   "  SORTEIOS DE " ws-filtro-data-inicial
                   " A " ws-filtro-data-final
                   "  FAIXA " ws-param-num-min " A " ws-param-num-max
                   "  EMITIDO EM " function current-date(1:4)
                   "-" function current-date(5:2)
                   "-" function current-date(7:2)
                   delimited by size into reg-rel-analise
               write reg-rel-analise

               move all "-" to reg-rel-analise
               write reg-rel-analise

               move 3 to ws-linhas-pagina
           end-if

           .
       verificarQuebraPagina-exit.
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
