           05 ckpt-data-gravacao                    pic 9(08).
           05 ckpt-hora-gravacao                    pic 9(06).
           05 ckpt-semente                          pic 9(08).
           05 ckpt-concurso                         pic 9(06).
           05 ckpt-ponto-venda                      pic 9(04).

       fd  f-processados.
       01  reg-processado.
                   when other
                       display "CHECKPOINT   : APOSTA=" ckpt-aposta
                           " TENTATIVAS=" ckpt-tentativas
                       if ckpt-concurso numeric
                           display "  CONCURSO   : " ckpt-concurso
                               " PONTO DE VENDA=" ckpt-ponto-venda
                       end-if
                       if  ckpt-data-gravacao numeric
                       and ckpt-hora-gravacao numeric
                       and ckpt-data-gravacao > 0
