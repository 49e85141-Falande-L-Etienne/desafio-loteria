      *> abandonadas, fora das medias/minimo/maximo. Registros antigos,
      *> gravados antes do campo hist-resultado existir, chegam com
      *> espaco nesse campo e continuam contando como acertos.
      *> Apostas canceladas (hist-aposta-cancelada) nao sao
      *> contabilizadas em nenhum grupo.
      *>----------------------------------------------------------------*
       acumularRegistro section.

           move hist-qtd-num-jogar to ix
           if hist-resultado-nao-convergiu
           and not hist-modo-conferencia
           and not hist-aposta-cancelada
           and ix >= 1 and ix <= 10
               add 1 to grp-qtd-abandonadas(ix)
           end-if
           if not hist-modo-conferencia
           and not hist-resultado-nao-convergiu
           and not hist-aposta-cancelada
           and ix >= 1 and ix <= 10
               add 1 to grp-qtd-registros(ix)
               add hist-tentativas to grp-soma-tentativas(ix)
