      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaInformeRendimentos".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Informe de rendimentos anual dos premios, a partir das
      *> retencoes de imposto de renda gravadas pelo desafioLoteriaV1
      *> no pagamento (LOTRETEN.DAT, uma linha por beneficiario de cada
      *> premio). Para o ano-calendario pedido gera:
      *>   - LOTINFRE.RPT: um informe por apostador do cadastro
      *>     LOTAPOST.DAT que recebeu premio no ano, cada um comecando
      *>     em pagina nova, com os premios, o rendimento bruto, o
      *>     imposto retido e o liquido;
      *>   - LOTDIRF.CSV: o arquivo consolidado das retencoes para o
      *>     contador, uma linha por beneficiario e mes, delimitado por
      *>     ";" com uma linha de cabecalho, como o LOTEXTRA.CSV.
      *> Premios de apostas anonimas (apostador zero) e de apostadores
      *> ausentes do cadastro entram no consolidado e no resumo, mas
      *> nao geram informe. Numa reliquidacao o pagamento do concurso e
      *> gravado de novo em LOTRETEN.DAT; vale a ultima gravacao de
      *> cada premio e beneficiario, e e a data dela que decide o
      *> ano-calendario, mesmo que a anterior seja de outro ano.
      *> Premios que expiraram sem resgate (situacao "E" no detalhe de
      *> ganhos LOTGANHO.DAT, mantido pelo loteriaResgate) nao foram
      *> recebidos pelo beneficiario e ficam fora do informe.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-retencoes
               assign to "LOTRETEN.DAT"
               organization is line sequential
               file status is ws-status-retencoes.

           select f-apostadores
               assign to "LOTAPOST.DAT"
               organization is line sequential
               file status is ws-status-apostadores.

           select f-ganhos
               assign to "LOTGANHO.DAT"
               organization is line sequential
               file status is ws-status-ganhos.

           select f-informe
               assign to "LOTINFRE.RPT"
               organization is line sequential
               file status is ws-status-informe.

           select f-consolidado
               assign to "LOTDIRF.CSV"
               organization is line sequential
               file status is ws-status-consolidado.

      *>Declaração de variáveis
       data division.

       file section.

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

       fd  f-apostadores.
       01  reg-apostador.
           05 apost-id                               pic 9(04).
           05 apost-nome                             pic x(30).
           05 apost-contato                          pic x(30).

       fd  f-ganhos.
       01  reg-ganho.
           05 ganho-chave                            pic x(20).
           05 ganho-concurso                         pic 9(06).
           05 ganho-data-sorteio                     pic 9(08).
           05 ganho-qtd-num-jogar                    pic 9(02).
           05 ganho-acertos                          pic 9(02).
           05 ganho-aposta                           pic x(29).
           05 ganho-apostador-id                     pic 9(04).
           05 ganho-bolao-id                         pic 9(04).
           05 ganho-rateio                           pic 9(11)v99.
           05 ganho-situacao                         pic x(01).
              88 ganho-pendente                          value "P" " ".
              88 ganho-pago                              value "G".
              88 ganho-expirado                          value "E".
           05 ganho-data-resgate                     pic 9(08).
           05 ganho-hora-resgate                     pic 9(06).
           05 ganho-operador-resgate                 pic x(20).
           05 ganho-valor-irrf                       pic 9(11)v99.
           05 ganho-valor-liquido                    pic 9(11)v99.

       fd  f-informe.
       01  reg-informe                               pic x(132).

       fd  f-consolidado.
       01  reg-consolidado                           pic x(132).

       working-storage section.

       01  ws-status-retencoes                     pic x(02).
       01  ws-status-apostadores                   pic x(02).
       01  ws-status-ganhos                        pic x(02).
       01  ws-status-informe                       pic x(02).
       01  ws-status-consolidado                   pic x(02).

       01  ws-fim-arquivo                          pic x(01) value "N".
           88 fim-arquivo                              value "S".

       01  ws-operador                             pic x(20).
       01  ws-ano-calendario                       pic 9(04).

      *>----------------------------------------------------------------*
      *> Cadastro de apostadores em memoria, para nome e contato do
      *> beneficiario
      *>----------------------------------------------------------------*
       01  ws-qtd-apostadores                      pic 9(04) value zero.
       01  ws-ix-apostador                         pic 9(04).
       01  ws-ix-apostador-achado                  pic 9(04).
       01  ws-cadastro-apostadores.
           05 ws-apostador-entrada occurs 999 times.
              10 ws-apost-cad-id                   pic 9(04).
              10 ws-apost-cad-nome                 pic x(30).
              10 ws-apost-cad-contato              pic x(30).
       01  ws-nome-beneficiario                    pic x(30).

      *>----------------------------------------------------------------*
      *> Retencoes em memoria, uma por premio e beneficiario (concurso +
      *> chave + apostador + bolao); a gravacao posterior do mesmo
      *> premio, numa reliquidacao, substitui a anterior. A tabela e
      *> carregada com todo o LOTRETEN.DAT e depois reduzida as
      *> retencoes do ano-calendario cujo premio nao expirou. Com mais
      *> retencoes do que a tabela comporta nada e gerado, para nao
      *> emitir informe incompleto.
      *>----------------------------------------------------------------*
       01  ws-qtd-retencoes                        pic 9(04) value zero.
       01  ws-qtd-selecionadas                     pic 9(04) value zero.
       01  ws-ix-retencao                          pic 9(05).
       01  ws-ix-retencao-achada                   pic 9(05).
       01  ws-qtd-substituidas                     pic 9(05) value zero.
       01  ws-qtd-expiradas                        pic 9(05) value zero.
       01  ws-premio-bolao                         pic x(01).
           88 premio-bolao                             value "S".
       01  ws-retencoes-estourou                   pic x(01) value "N".
           88 retencoes-estourou                       value "S".
       01  ws-tabela-retencoes.
           05 ws-retencao occurs 9999 times.
              10 ws-ret-ano                        pic 9(04).
              10 ws-ret-mes                        pic 9(02).
              10 ws-ret-concurso                   pic 9(06).
              10 ws-ret-data-sorteio               pic 9(08).
              10 ws-ret-chave                      pic x(20).
              10 ws-ret-apostador-id               pic 9(04).
              10 ws-ret-bolao-id                   pic 9(04).
              10 ws-ret-quota                      pic 9(03)v99.
              10 ws-ret-valor-bruto                pic 9(11)v99.
              10 ws-ret-aliquota                   pic 9(03)v99.
              10 ws-ret-valor-irrf                 pic 9(11)v99.
              10 ws-ret-valor-liquido              pic 9(11)v99.
      *>          "S" = regravada por reliquidacao
              10 ws-ret-regravada                  pic x(01).
      *>          situacao do premio em LOTGANHO.DAT: "G" = pago,
      *>          "E" = expirado sem resgate, espaco = pendente ou
      *>          sem detalhe de ganho
              10 ws-ret-situacao-premio            pic x(01).

      *>----------------------------------------------------------------*
      *> Beneficiarios do ano em ordem de apostador, com os totais do
      *> ano e de cada mes
      *>----------------------------------------------------------------*
       01  ws-qtd-beneficiarios                    pic 9(04) value zero.
       01  ws-ix-benef                             pic 9(04).
       01  ws-ix-benef-achado                      pic 9(04).
       01  ws-ix-deslocamento                      pic 9(04).
       01  ws-beneficiarios-estourou               pic x(01) value "N".
           88 beneficiarios-estourou                   value "S".
       01  ws-tabela-beneficiarios.
           05 ws-beneficiario occurs 999 times.
              10 ws-benef-id                       pic 9(04).
              10 ws-benef-qtd                      pic 9(05).
              10 ws-benef-bruto                    pic 9(13)v99.
              10 ws-benef-irrf                     pic 9(13)v99.
              10 ws-benef-liquido                  pic 9(13)v99.
              10 ws-benef-mes occurs 12 times.
                 15 ws-benef-mes-qtd               pic 9(05).
                 15 ws-benef-mes-bruto             pic 9(13)v99.
                 15 ws-benef-mes-irrf              pic 9(13)v99.
                 15 ws-benef-mes-liquido           pic 9(13)v99.
       01  ws-ix-mes                               pic 9(02).

       01  ws-qtd-informes                         pic 9(04) value zero.
       01  ws-qtd-sem-informe                      pic 9(04) value zero.
       01  ws-qtd-linhas-consolidado               pic 9(05) value zero.
       01  ws-total-bruto                          pic 9(13)v99 value zero.
       01  ws-total-irrf                           pic 9(13)v99 value zero.
       01  ws-total-liquido                        pic 9(13)v99 value zero.

       01  ws-pagina                               pic 9(03) value zero.
       01  ws-linhas-pagina                        pic 9(02) value 99.
       01  ws-linhas-por-pagina                    pic 9(02) value 55.

       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado2                       pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado3                       pic zzz.zzz.zzz.zz9,99.
       01  ws-aliquota-editada                     pic zz9,99.
       01  ws-quota-editada                        pic zz9,99.
       01  ws-valor-csv                            pic 9(13),99.
       01  ws-valor-csv2                           pic 9(13),99.
       01  ws-valor-csv3                           pic 9(13),99.

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           display "Informe de rendimentos de premios (LOTRETEN.DAT)"
           display "Identificacao do operador:"
           move spaces to ws-operador
           accept ws-operador

           if ws-operador = spaces
               display "Operador nao identificado; informe nao gerado."
           else
               display "Ano-calendario AAAA (0 = ano anterior):"
               move zero to ws-ano-calendario
               accept ws-ano-calendario
               if ws-ano-calendario = zero
                   move function current-date(1:4) to ws-ano-calendario
                   subtract 1 from ws-ano-calendario
               end-if

               perform carregarApostadores
               perform carregarRetencoes

               if ws-status-retencoes not = "00"
                   display "Arquivo de retencoes LOTRETEN.DAT nao encontrado; informe nao gerado."
               else
                   if retencoes-estourou
                       display "ERRO: LOTRETEN.DAT tem mais de 9999 retencoes; informe nao gerado."
                   else
                       perform marcarPremiosExpirados
                       perform selecionarRetencoesAno
                       perform montarBeneficiarios
                       if beneficiarios-estourou
                           display "ERRO: o ano " ws-ano-calendario " tem mais de 999 beneficiarios; informe nao gerado."
                       else
                           perform gerarInformes
                           perform gerarConsolidado
                           perform exibirResumo
                       end-if
                   end-if
               end-if
           end-if

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega o cadastro de apostadores LOTAPOST.DAT em memoria
      *>----------------------------------------------------------------*
       carregarApostadores section.

           move zero to ws-qtd-apostadores
           move "N"  to ws-fim-arquivo

           open input f-apostadores
           if ws-status-apostadores = "00"
               perform until fim-arquivo
                   read f-apostadores
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtd-apostadores < 999
                               add 1 to ws-qtd-apostadores
                               move apost-id
                                   to ws-apost-cad-id(ws-qtd-apostadores)
                               move apost-nome
                                   to ws-apost-cad-nome(ws-qtd-apostadores)
                               move apost-contato
                                   to ws-apost-cad-contato(ws-qtd-apostadores)
                           end-if
                   end-read
               end-perform
               close f-apostadores
           end-if

           .
       carregarApostadores-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega todas as retencoes de LOTRETEN.DAT, de qualquer ano; a
      *> mesma retencao gravada de novo (reliquidacao) substitui a
      *> anterior antes da selecao do ano-calendario
      *>----------------------------------------------------------------*
       carregarRetencoes section.

           move zero to ws-qtd-retencoes
           move zero to ws-qtd-substituidas
           move "N"  to ws-fim-arquivo
           move "N"  to ws-retencoes-estourou

           open input f-retencoes
           if ws-status-retencoes = "00"
               perform until fim-arquivo
                   read f-retencoes
                       at end
                           set fim-arquivo to true
                       not at end
                           perform guardarRetencao
                   end-read
               end-perform
               close f-retencoes
           end-if

           .
       carregarRetencoes-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Guarda a retencao lida, substituindo a do mesmo premio e
      *> beneficiario quando ja existe
      *>----------------------------------------------------------------*
       guardarRetencao section.

           move zero to ws-ix-retencao-achada
           perform varying ws-ix-retencao from 1 by 1
                   until ws-ix-retencao > ws-qtd-retencoes
               if  ws-ret-concurso(ws-ix-retencao)     = ret-concurso
               and ws-ret-chave(ws-ix-retencao)        = ret-chave
               and ws-ret-apostador-id(ws-ix-retencao) = ret-apostador-id
               and ws-ret-bolao-id(ws-ix-retencao)     = ret-bolao-id
                   move ws-ix-retencao to ws-ix-retencao-achada
               end-if
           end-perform

           if ws-ix-retencao-achada > zero
               move "S" to ws-ret-regravada(ws-ix-retencao-achada)
           else
               if ws-qtd-retencoes < 9999
                   add 1 to ws-qtd-retencoes
                   move ws-qtd-retencoes to ws-ix-retencao-achada
                   move "N" to ws-ret-regravada(ws-ix-retencao-achada)
               else
                   set retencoes-estourou to true
               end-if
           end-if

           if ws-ix-retencao-achada > zero
               move space to ws-ret-situacao-premio(ws-ix-retencao-achada)
               move ret-data-apuracao(1:4)
                   to ws-ret-ano(ws-ix-retencao-achada)
               move ret-data-apuracao(5:2)
                   to ws-ret-mes(ws-ix-retencao-achada)
               move ret-concurso      to ws-ret-concurso(ws-ix-retencao-achada)
               move ret-data-sorteio  to ws-ret-data-sorteio(ws-ix-retencao-achada)
               move ret-chave         to ws-ret-chave(ws-ix-retencao-achada)
               move ret-apostador-id  to ws-ret-apostador-id(ws-ix-retencao-achada)
               move ret-bolao-id      to ws-ret-bolao-id(ws-ix-retencao-achada)
               move ret-quota         to ws-ret-quota(ws-ix-retencao-achada)
               move ret-valor-bruto   to ws-ret-valor-bruto(ws-ix-retencao-achada)
               move ret-aliquota      to ws-ret-aliquota(ws-ix-retencao-achada)
               move ret-valor-irrf    to ws-ret-valor-irrf(ws-ix-retencao-achada)
               move ret-valor-liquido to ws-ret-valor-liquido(ws-ix-retencao-achada)
           end-if

           .
       guardarRetencao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o detalhe de ganhos LOTGANHO.DAT e marca em cada retencao
      *> se o premio foi pago ou expirou sem resgate. Um premio
      *> reliquidado tem mais de uma linha de ganho; a linha paga
      *> prevalece sobre uma expirada.
      *>----------------------------------------------------------------*
       marcarPremiosExpirados section.

           move "N" to ws-fim-arquivo

           open input f-ganhos
           if ws-status-ganhos = "00"
               perform until fim-arquivo
                   read f-ganhos
                       at end
                           set fim-arquivo to true
                       not at end
                           if ganho-pago or ganho-expirado
                               perform marcarSituacaoPremio
                           end-if
                   end-read
               end-perform
               close f-ganhos
           else
               display "Detalhe de ganhos LOTGANHO.DAT nao encontrado; nenhuma retencao descartada por premio expirado."
           end-if

           .
       marcarPremiosExpirados-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Registra a situacao do ganho lido nas retencoes do mesmo
      *> premio. O premio de bolao tem uma so linha de ganho, com o
      *> apostador da aposta, e uma retencao por cotista: a situacao
      *> vale para todas as retencoes do bolao na aposta. Na aposta
      *> individual a retencao e do proprio apostador do ganho.
      *>----------------------------------------------------------------*
       marcarSituacaoPremio section.

           if ganho-bolao-id numeric and ganho-bolao-id > zero
               move "S" to ws-premio-bolao
           else
               move "N" to ws-premio-bolao
           end-if

           perform varying ws-ix-retencao from 1 by 1
                   until ws-ix-retencao > ws-qtd-retencoes
               if  ws-ret-concurso(ws-ix-retencao)     = ganho-concurso
               and ws-ret-chave(ws-ix-retencao)        = ganho-chave
               and ((premio-bolao
                     and ws-ret-bolao-id(ws-ix-retencao)  = ganho-bolao-id)
                 or (not premio-bolao
                     and ws-ret-bolao-id(ws-ix-retencao)  = zero
                     and ws-ret-apostador-id(ws-ix-retencao)
                             = ganho-apostador-id))
                   if ganho-pago
                       move "G" to ws-ret-situacao-premio(ws-ix-retencao)
                   else
                       if ws-ret-situacao-premio(ws-ix-retencao) not = "G"
                           move "E" to ws-ret-situacao-premio(ws-ix-retencao)
                       end-if
                   end-if
               end-if
           end-perform

           .
       marcarSituacaoPremio-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Reduz a tabela as retencoes apuradas no ano-calendario cujo
      *> premio nao expirou sem resgate
      *>----------------------------------------------------------------*
       selecionarRetencoesAno section.

           move zero to ws-qtd-selecionadas
           move zero to ws-qtd-substituidas
           move zero to ws-qtd-expiradas

           perform varying ws-ix-retencao from 1 by 1
                   until ws-ix-retencao > ws-qtd-retencoes
               if ws-ret-ano(ws-ix-retencao) = ws-ano-calendario
                   if ws-ret-situacao-premio(ws-ix-retencao) = "E"
                       add 1 to ws-qtd-expiradas
                   else
                       add 1 to ws-qtd-selecionadas
                       if ws-ret-regravada(ws-ix-retencao) = "S"
                           add 1 to ws-qtd-substituidas
                       end-if
                       move ws-retencao(ws-ix-retencao)
                           to ws-retencao(ws-qtd-selecionadas)
                   end-if
               end-if
           end-perform

           move ws-qtd-selecionadas to ws-qtd-retencoes

           .
       selecionarRetencoesAno-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Totaliza as retencoes por beneficiario (mantidos em ordem de
      *> apostador) e por mes de apuracao
      *>----------------------------------------------------------------*
       montarBeneficiarios section.

           move zero to ws-qtd-beneficiarios
           move "N"  to ws-beneficiarios-estourou
           move zero to ws-total-bruto
           move zero to ws-total-irrf
           move zero to ws-total-liquido

           perform varying ws-ix-retencao from 1 by 1
                   until ws-ix-retencao > ws-qtd-retencoes
                      or beneficiarios-estourou
               perform localizarBeneficiario
               if ws-ix-benef-achado > zero
                   move ws-ret-mes(ws-ix-retencao) to ws-ix-mes
                   if ws-ix-mes < 1 or ws-ix-mes > 12
                       move 12 to ws-ix-mes
                   end-if
                   add 1 to ws-benef-qtd(ws-ix-benef-achado)
                   add ws-ret-valor-bruto(ws-ix-retencao)
                       to ws-benef-bruto(ws-ix-benef-achado)
                   add ws-ret-valor-irrf(ws-ix-retencao)
                       to ws-benef-irrf(ws-ix-benef-achado)
                   add ws-ret-valor-liquido(ws-ix-retencao)
                       to ws-benef-liquido(ws-ix-benef-achado)
                   add 1 to ws-benef-mes-qtd(ws-ix-benef-achado, ws-ix-mes)
                   add ws-ret-valor-bruto(ws-ix-retencao)
                       to ws-benef-mes-bruto(ws-ix-benef-achado, ws-ix-mes)
                   add ws-ret-valor-irrf(ws-ix-retencao)
                       to ws-benef-mes-irrf(ws-ix-benef-achado, ws-ix-mes)
                   add ws-ret-valor-liquido(ws-ix-retencao)
                       to ws-benef-mes-liquido(ws-ix-benef-achado, ws-ix-mes)
                   add ws-ret-valor-bruto(ws-ix-retencao)   to ws-total-bruto
                   add ws-ret-valor-irrf(ws-ix-retencao)    to ws-total-irrf
                   add ws-ret-valor-liquido(ws-ix-retencao) to ws-total-liquido
               end-if
           end-perform

           .
       montarBeneficiarios-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Procura o beneficiario da retencao ws-ix-retencao; ausente, e
      *> inserido na posicao da ordem de apostador com os totais
      *> zerados. Devolve o indice em ws-ix-benef-achado (zero quando a
      *> tabela esta cheia).
      *>----------------------------------------------------------------*
       localizarBeneficiario section.

           move zero to ws-ix-benef-achado
           move 1    to ws-ix-benef
           perform until ws-ix-benef > ws-qtd-beneficiarios
                      or ws-benef-id(ws-ix-benef)
                         >= ws-ret-apostador-id(ws-ix-retencao)
               add 1 to ws-ix-benef
           end-perform

           if  ws-ix-benef <= ws-qtd-beneficiarios
           and ws-benef-id(ws-ix-benef) = ws-ret-apostador-id(ws-ix-retencao)
               move ws-ix-benef to ws-ix-benef-achado
           else
               if ws-qtd-beneficiarios >= 999
                   set beneficiarios-estourou to true
               else
                   perform varying ws-ix-deslocamento
                           from ws-qtd-beneficiarios by -1
                           until ws-ix-deslocamento < ws-ix-benef
                       move ws-beneficiario(ws-ix-deslocamento)
                           to ws-beneficiario(ws-ix-deslocamento + 1)
                   end-perform
                   add 1 to ws-qtd-beneficiarios
                   initialize ws-beneficiario(ws-ix-benef)
                   move ws-ret-apostador-id(ws-ix-retencao)
                       to ws-benef-id(ws-ix-benef)
                   move ws-ix-benef to ws-ix-benef-achado
               end-if
           end-if

           .
       localizarBeneficiario-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Procura o beneficiario ws-benef-id(ws-ix-benef) no cadastro;
      *> deixa o indice em ws-ix-apostador-achado e o nome (ou a
      *> indicacao de anonimo ou nao cadastrado) em ws-nome-beneficiario
      *>----------------------------------------------------------------*
       buscarBeneficiario section.

           move zero to ws-ix-apostador-achado
           perform varying ws-ix-apostador from 1 by 1
                   until ws-ix-apostador > ws-qtd-apostadores
               if ws-apost-cad-id(ws-ix-apostador) = ws-benef-id(ws-ix-benef)
                   move ws-ix-apostador to ws-ix-apostador-achado
               end-if
           end-perform

           evaluate true
               when ws-benef-id(ws-ix-benef) = zero
                   move "PORTADOR (APOSTA ANONIMA)" to ws-nome-beneficiario
               when ws-ix-apostador-achado = zero
                   move "NAO CADASTRADO" to ws-nome-beneficiario
               when other
                   move ws-apost-cad-nome(ws-ix-apostador-achado)
                       to ws-nome-beneficiario
           end-evaluate

           .
       buscarBeneficiario-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Gera LOTINFRE.RPT: um informe por beneficiario cadastrado,
      *> cada um em pagina nova
      *>----------------------------------------------------------------*
       gerarInformes section.

           move zero to ws-qtd-informes
           move zero to ws-qtd-sem-informe

           open output f-informe

           perform varying ws-ix-benef from 1 by 1
                   until ws-ix-benef > ws-qtd-beneficiarios
               perform buscarBeneficiario
               if ws-ix-apostador-achado = zero
                   add 1 to ws-qtd-sem-informe
               else
                   add 1 to ws-qtd-informes
                   perform gerarInformeBeneficiario
               end-if
           end-perform

           close f-informe

           .
       gerarInformes-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Informe do beneficiario ws-ix-benef: identificacao, um premio
      *> por linha e os totais do ano
      *>----------------------------------------------------------------*
       gerarInformeBeneficiario section.

           move zero to ws-pagina
           move 99   to ws-linhas-pagina
           perform verificarQuebraPagina

           perform varying ws-ix-retencao from 1 by 1
                   until ws-ix-retencao > ws-qtd-retencoes
               if ws-ret-apostador-id(ws-ix-retencao)
                  = ws-benef-id(ws-ix-benef)
                   perform verificarQuebraPagina
                   move ws-ret-valor-bruto(ws-ix-retencao)   to ws-valor-editado
                   move ws-ret-valor-irrf(ws-ix-retencao)    to ws-valor-editado2
                   move ws-ret-valor-liquido(ws-ix-retencao) to ws-valor-editado3
                   move ws-ret-aliquota(ws-ix-retencao)      to ws-aliquota-editada
                   move ws-ret-quota(ws-ix-retencao)         to ws-quota-editada
                   move spaces to reg-informe
                   string "CONCURSO=" ws-ret-concurso(ws-ix-retencao)
                       " BOLAO=" ws-ret-bolao-id(ws-ix-retencao)
                       " QUOTA=" ws-quota-editada "%"
                       " BRUTO=" ws-valor-editado
                       " ALIQ=" ws-aliquota-editada "%"
                       " IRRF=" ws-valor-editado2
                       " LIQUIDO=" ws-valor-editado3
                       delimited by size into reg-informe
                   write reg-informe
                   add 1 to ws-linhas-pagina
               end-if
           end-perform

           perform verificarQuebraPagina
           move all "-" to reg-informe
           write reg-informe

           move ws-benef-bruto(ws-ix-benef)   to ws-valor-editado
           move ws-benef-irrf(ws-ix-benef)    to ws-valor-editado2
           move ws-benef-liquido(ws-ix-benef) to ws-valor-editado3
           move spaces to reg-informe
           string "TOTAL DO ANO: PREMIOS=" ws-benef-qtd(ws-ix-benef)
               " RENDIMENTO BRUTO=" ws-valor-editado
               " IMPOSTO RETIDO=" ws-valor-editado2
               " LIQUIDO=" ws-valor-editado3
               delimited by size into reg-informe
           write reg-informe
           add 2 to ws-linhas-pagina

           .
       gerarInformeBeneficiario-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Cabecalho de pagina do informe do beneficiario ws-ix-benef
      *>----------------------------------------------------------------*
       verificarQuebraPagina section.

           if ws-linhas-pagina >= ws-linhas-por-pagina
               add 1 to ws-pagina

               move spaces to reg-informe
               string "INFORME DE RENDIMENTOS - PREMIOS DE LOTERIA"
                   " - ANO-CALENDARIO " ws-ano-calendario
                   "  PAGINA " ws-pagina
                   delimited by size into reg-informe
               write reg-informe

               move spaces to reg-informe
               string "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA/DEFINITIVA"
                   " - IMPOSTO RETIDO NA FONTE"
                   delimited by size into reg-informe
               write reg-informe

               move spaces to reg-informe
               string "BENEFICIARIO: " ws-benef-id(ws-ix-benef)
                   " - " ws-nome-beneficiario
                   "  CONTATO: " ws-apost-cad-contato(ws-ix-apostador-achado)
                   delimited by size into reg-informe
               write reg-informe

               move spaces to reg-informe
               string "EMITIDO EM " function current-date(1:4)
                   "-" function current-date(5:2)
                   "-" function current-date(7:2)
                   delimited by size into reg-informe
               write reg-informe

               move all "-" to reg-informe
               write reg-informe

               move 5 to ws-linhas-pagina
           end-if

           .
       verificarQuebraPagina-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Gera LOTDIRF.CSV: uma linha por beneficiario e mes de
      *> apuracao com rendimento bruto, imposto retido e liquido,
      *> incluindo portadores de apostas anonimas e apostadores fora
      *> do cadastro
      *>----------------------------------------------------------------*
       gerarConsolidado section.

           move zero to ws-qtd-linhas-consolidado

           open output f-consolidado

           move spaces to reg-consolidado
           string "ano;mes;apostador;nome;premios"
               ";rendimento_bruto;irrf_retido;liquido"
               delimited by size into reg-consolidado
           write reg-consolidado

           perform varying ws-ix-benef from 1 by 1
                   until ws-ix-benef > ws-qtd-beneficiarios
               perform buscarBeneficiario
               perform varying ws-ix-mes from 1 by 1 until ws-ix-mes > 12
                   if ws-benef-mes-qtd(ws-ix-benef, ws-ix-mes) > zero
                       move ws-benef-mes-bruto(ws-ix-benef, ws-ix-mes)
                           to ws-valor-csv
                       move ws-benef-mes-irrf(ws-ix-benef, ws-ix-mes)
                           to ws-valor-csv2
                       move ws-benef-mes-liquido(ws-ix-benef, ws-ix-mes)
                           to ws-valor-csv3
                       move spaces to reg-consolidado
                       string ws-ano-calendario
                           ";" ws-ix-mes
                           ";" ws-benef-id(ws-ix-benef)
                           ";" ws-nome-beneficiario
                           ";" ws-benef-mes-qtd(ws-ix-benef, ws-ix-mes)
                           ";" ws-valor-csv
                           ";" ws-valor-csv2
                           ";" ws-valor-csv3
                           delimited by size into reg-consolidado
                       write reg-consolidado
                       add 1 to ws-qtd-linhas-consolidado
                   end-if
               end-perform
           end-perform

           close f-consolidado

           move spaces to ws-audit-mensagem
           string "INFORME DE RENDIMENTOS ANO=" ws-ano-calendario
               " BENEFICIARIOS=" ws-qtd-beneficiarios
               " INFORMES=" ws-qtd-informes
               " BRUTO=" ws-total-bruto
               " IRRF=" ws-total-irrf
               " OPERADOR=" ws-operador
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           .
       gerarConsolidado-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Resumo da geracao na console
      *>----------------------------------------------------------------*
       exibirResumo section.

           display " "
           display "Ano-calendario " ws-ano-calendario ": "
               ws-qtd-retencoes " retencao(oes) de "
               ws-qtd-beneficiarios " beneficiario(s)"
           if ws-qtd-substituidas > zero
               display "  " ws-qtd-substituidas " retencao(oes) regravada(s) por reliquidacao; vale a ultima."
           end-if
           if ws-qtd-expiradas > zero
               display "  " ws-qtd-expiradas " retencao(oes) de premio expirado sem resgate fora do informe."
           end-if
           move ws-total-bruto   to ws-valor-editado
           display "  Rendimento bruto : " ws-valor-editado
           move ws-total-irrf    to ws-valor-editado
           display "  Imposto retido   : " ws-valor-editado
           move ws-total-liquido to ws-valor-editado
           display "  Liquido pago     : " ws-valor-editado
           display "  " ws-qtd-informes " informe(s) em LOTINFRE.RPT"
           if ws-qtd-sem-informe > zero
               display "  " ws-qtd-sem-informe " beneficiario(s) anonimo(s) ou fora do cadastro so no consolidado"
           end-if
           display "  " ws-qtd-linhas-consolidado " linha(s) em LOTDIRF.CSV"

           .
       exibirResumo-exit.
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
