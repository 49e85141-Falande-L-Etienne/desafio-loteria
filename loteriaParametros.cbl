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

       working-storage section.

      *> existe e e compativel com o motor de sorteio, ou os valores
      *> tradicionais (6 a 10 numeros na faixa de 1 a 60, sem limite de
      *> tentativas) - exatamente a mesma regra que o desafioLoteriaV1
      *> aplica ao carregar os parametros. O prazo de resgate ausente
      *> ou zerado vale 90 dias.
      *>----------------------------------------------------------------*
       01  ws-parametros.
           05 ws-param-qtd-min                     pic 9(02) value 6.
           05 ws-param-num-min                     pic 9(02) value 1.
           05 ws-param-num-max                     pic 9(02) value 60.
           05 ws-param-max-tentativas              pic 9(09) value zero.
           05 ws-param-prazo-resgate               pic 9(03) value 90.

      *>----------------------------------------------------------------*
      *> Valores novos digitados pelo operador, validados pelas mesmas
           05 ws-novo-num-min                      pic 9(02).
           05 ws-novo-num-max                      pic 9(02).
           05 ws-novo-max-tentativas               pic 9(09).
           05 ws-novo-prazo-resgate                pic 9(03).

       01  ws-parametros-validos                   pic x(01).
           88 parametros-validos                       value "S".
                       move param-max-tentativas
                           to ws-param-max-tentativas
                   end-if
                   if  param-prazo-resgate numeric
                   and param-prazo-resgate > zero
                       move param-prazo-resgate
                           to ws-param-prazo-resgate
                   end-if
               end-if
               close f-parametros
           end-if
           display "  Menor numero sorteavel                  : " ws-param-num-min
           display "  Maior numero sorteavel                  : " ws-param-num-max
           display "  Limite de tentativas por rodada (0=sem) : " ws-param-max-tentativas
           display "  Prazo de resgate de premios (dias)      : " ws-param-prazo-resgate
           display " "

           .
           display "Novo limite de tentativas por rodada (0 = sem limite):"
           move zero to ws-novo-max-tentativas
           accept ws-novo-max-tentativas
           display "Novo prazo de resgate de premios em dias apos o sorteio (1 a 999):"
           move zero to ws-novo-prazo-resgate
           accept ws-novo-prazo-resgate

           set parametros-validos to true

               display "Invalido: a faixa de numeros deve comportar a quantidade maxima de numeros distintos."
               set parametros-invalidos to true
           end-if
           if ws-novo-prazo-resgate = zero
               display "Invalido: o prazo de resgate deve ser de pelo menos 1 dia."
               set parametros-invalidos to true
           end-if

           .
       aceitarNovosParametros-exit.
           move ws-novo-num-min         to param-num-min
           move ws-novo-num-max         to param-num-max
           move ws-novo-max-tentativas  to param-max-tentativas
           move ws-novo-prazo-resgate   to param-prazo-resgate

           open output f-parametros
           write reg-parametro
