               organization is line sequential
               file status is ws-status-parametros.

      *>----------------------------------------------------------------*
      *> Controle do ciclo de vida dos concursos (mantido pelo
      *> loteriaConcurso): o registro do sorteio so e aceito depois que
      *> as vendas do concurso foram fechadas, e passa o concurso de
      *> "vendas fechadas" para "sorteado", liberando a conferencia.
      *>----------------------------------------------------------------*
           select f-concursos
               assign to "LOTCONC.DAT"
               organization is line sequential
               file status is ws-status-concursos.

      *>Declaração de variáveis
       data division.

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

       working-storage section.

       01  ws-status-oficial                       pic x(02).
       01  ws-status-parametros                    pic x(02).
       01  ws-status-concursos                     pic x(02).

       01  ws-fim-oficial                          pic x(01) value "N".
           88 fim-oficial                              value "S".
       01  ind                                     pic 9(02).
       01  ind2                                    pic 9(02).

      *>----------------------------------------------------------------*
      *> Controle LOTCONC.DAT carregado em memoria para localizar o
      *> concurso informado e regravado por inteiro quando o sorteio e
      *> registrado
      *>----------------------------------------------------------------*
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
       01  ws-situacao-permite                     pic x(01).
           88 situacao-permite                         value "S".

       01  ws-audit-mensagem                       pic x(160).

       procedure division.
               display "Numero de concurso invalido (deve ser maior que zero)"
           else
               perform verificarConcursoRepetido
               if not concurso-repetido
                   perform verificarSituacaoControle
               end-if
               evaluate true
                   when concurso-repetido
                       display "Concurso " ws-novo-concurso " ja registrado; registros nao sao sobrescritos."
                   when not situacao-permite
                       continue
                   when other
                       display "Data do sorteio (AAAAMMDD):"
                       move zero to ws-nova-data
                       accept ws-nova-data
                       if  ws-nova-data-x not numeric
                       or  ws-nova-data < 19000101
                           display "Data invalida"
                       else
                           display "Numeros sorteados no formato nn-nn-nn-nn-nn-nn:"
                           move spaces to ws-novo-sorteio
                           accept ws-novo-sorteio
                           perform validarSorteioInformado
                           if sorteio-invalido
                               display "Sorteio invalido: informe entre " ws-param-qtd-min " e " ws-param-qtd-max " numeros distintos de " ws-param-num-min " a " ws-param-num-max " separados por hifen."
                           else
                               move ws-novo-concurso to oficial-concurso
                               move ws-nova-data     to oficial-data
                               move ws-novo-sorteio  to oficial-sorteio

                               open extend f-oficial
                               if ws-status-oficial not = "00"
                                   open output f-oficial
                               end-if
                               write reg-oficial
                               close f-oficial

                               display "Concurso " ws-novo-concurso " registrado."

                               move spaces to ws-audit-mensagem
                               string "CONCURSO REGISTRADO NUMERO=" ws-novo-concurso
                                   " DATA=" ws-nova-data
                                   " SORTEIO=" ws-novo-sorteio
                                   delimited by size into ws-audit-mensagem
                               perform gravarAuditoria

                               perform registrarSorteioControle
                           end-if
                       end-if
               end-evaluate
           end-if

           .
       incluirConcurso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Confere no controle LOTCONC.DAT se o sorteio do concurso pode
      *> ser registrado: concurso ainda aberto para vendas e recusado
      *> (as vendas precisam ser fechadas antes do sorteio); concurso
      *> fora do controle e aceito apenas como referencia, sem apostas
      *> carimbadas para ele
      *>----------------------------------------------------------------*
       verificarSituacaoControle section.

           set situacao-permite to true

           perform carregarConcursos

           move zero to ws-ix-concurso-achado
           perform varying ws-ix-concurso from 1 by 1
                   until ws-ix-concurso > ws-qtd-concursos
               if ws-conc-numero(ws-ix-concurso) = ws-novo-concurso
                   move ws-ix-concurso to ws-ix-concurso-achado
               end-if
           end-perform

           evaluate true
               when concursos-estourou
                   move "N" to ws-situacao-permite
                   display "LOTCONC.DAT excede a capacidade da tabela de concursos (9999); registro recusado para nao truncar o controle."
               when ws-ix-concurso-achado = zero
                   display "Concurso " ws-novo-concurso " nao consta do controle LOTCONC.DAT; sera registrado apenas como referencia, sem apostas a liquidar."
               when ws-conc-situacao(ws-ix-concurso-achado) = "A"
                   move "N" to ws-situacao-permite
                   display "Concurso " ws-novo-concurso " ainda esta aberto para vendas; feche as vendas pelo loteriaConcurso antes de registrar o sorteio."
                   move spaces to ws-audit-mensagem
                   string "SORTEIO RECUSADO CONCURSO=" ws-novo-concurso
                       " MOTIVO=concurso aberto para vendas"
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
               when other
                   continue
           end-evaluate

           .
       verificarSituacaoControle-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Passa o concurso com vendas fechadas para "sorteado" no
      *> controle, com a data do sorteio, e regrava o controle
      *>----------------------------------------------------------------*
       registrarSorteioControle section.

           if  ws-ix-concurso-achado > zero
           and ws-conc-situacao(ws-ix-concurso-achado) = "F"
               move "S"          to ws-conc-situacao(ws-ix-concurso-achado)
               move ws-nova-data to ws-conc-data-sorteio(ws-ix-concurso-achado)

               open output f-concursos
               perform varying ws-ix-concurso from 1 by 1
                       until ws-ix-concurso > ws-qtd-concursos
                   move ws-concurso-entrada(ws-ix-concurso) to reg-concurso
                   write reg-concurso
               end-perform
               close f-concursos

               display "Concurso " ws-novo-concurso " marcado como sorteado; conferencia liberada."

               move spaces to ws-audit-mensagem
               string "CONCURSO SORTEADO NUMERO=" ws-novo-concurso
                   " DATA=" ws-nova-data
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria
           end-if

           .
       registrarSorteioControle-exit.
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
