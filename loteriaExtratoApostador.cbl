           05 ganho-apostador-id                    pic 9(04).
           05 ganho-bolao-id                        pic 9(04).
           05 ganho-rateio                          pic 9(11)v99.
      *>----------------------------------------------------------------*
      *> Situacao do resgate do premio, mantida pelo loteriaResgate:
      *> "P" (ou espaco, em registros anteriores ao campo) = pendente,
      *> "G" = pago ao ganhador, "E" = expirado sem resgate no prazo.
      *> Data, hora e operador do resgate (ou da expiracao) ficam
      *> registrados no proprio ganho.
      *>----------------------------------------------------------------*
           05 ganho-situacao                        pic x(01).
              88 ganho-pendente                         value "P" " ".
              88 ganho-pago                             value "G".
              88 ganho-expirado                         value "E".
           05 ganho-data-resgate                    pic 9(08).
           05 ganho-hora-resgate                    pic 9(06).
           05 ganho-operador-resgate                pic x(20).
      *>----------------------------------------------------------------*
      *> Imposto de renda retido na fonte e valor liquido do premio
      *> (ganho-rateio e o bruto); espacos em ganhos anteriores a
      *> retencao, que valem pelo bruto
      *>----------------------------------------------------------------*
           05 ganho-valor-irrf                      pic 9(11)v99.
           05 ganho-valor-liquido                   pic 9(11)v99.

       fd  f-extrato-apost.
       01  reg-extrato-apost                        pic x(132).
              10 ws-ganho-concurso                 pic 9(06).
              10 ws-ganho-acertos                  pic 9(02).
              10 ws-ganho-rateio                   pic 9(11)v99.
              10 ws-ganho-irrf                     pic 9(11)v99.
       01  ws-ganho-encontrado                     pic 9(04).

      *>----------------------------------------------------------------*
       01  ws-qtd-jogadas                          pic 9(06) value zero.
       01  ws-qtd-premiadas                        pic 9(06) value zero.
       01  ws-total-premios                        pic 9(13)v99 value zero.
       01  ws-total-irrf                           pic 9(13)v99 value zero.
       01  ws-total-liquido                        pic 9(13)v99 value zero.
       01  ws-valor-editado                        pic zzz.zzz.zzz.zz9,99.
       01  ws-valor-editado2                       pic zzz.zzz.zzz.zz9,99.
       01  ws-desfecho                             pic x(20).

       procedure division.
                                   ws-ganho-acertos(ws-qtd-ganhos)
                               move ganho-rateio to
                                   ws-ganho-rateio(ws-qtd-ganhos)
                               if ganho-valor-irrf numeric
                                   move ganho-valor-irrf to
                                       ws-ganho-irrf(ws-qtd-ganhos)
                               else
                                   move zero to
                                       ws-ganho-irrf(ws-qtd-ganhos)
                               end-if
                           end-if
                   end-read
               end-perform
      *> desfecho das jogadas originais e nao entram como jogada
      *> propria; a jogada original e listada com o seu desfecho e, se
      *> premiada (cruzamento por chave com os ganhos), o premio e o
      *> concurso. Apostas canceladas foram estornadas e nao constam
      *> do extrato.
      *>----------------------------------------------------------------*
       extratarJogada section.

           move hist-data-hora(1:8) to ws-data-registro

           if hist-modo-conferencia
           or hist-aposta-cancelada
           or ws-data-registro < ws-filtro-data-inicial
           or ws-data-registro > ws-filtro-data-final
               continue
                       add 1 to ws-qtd-premiadas
                       add ws-ganho-rateio(ws-ganho-encontrado)
                           to ws-total-premios
                       add ws-ganho-irrf(ws-ganho-encontrado)
                           to ws-total-irrf
                   when hist-resultado-nao-convergiu
                       move "NAO CONVERGIU" to ws-desfecho
                   when hist-resultado-perdeu
               delimited by size into reg-extrato-apost
           write reg-extrato-apost

           compute ws-total-liquido = ws-total-premios - ws-total-irrf
           move ws-total-irrf    to ws-valor-editado
           move ws-total-liquido to ws-valor-editado2
           move spaces to reg-extrato-apost
           string "  IRRF RETIDO NA FONTE=" ws-valor-editado
               " PREMIOS LIQUIDOS=" ws-valor-editado2
               delimited by size into reg-extrato-apost
           write reg-extrato-apost

           .
       gravarTotaisExtrato-exit.
           exit.
