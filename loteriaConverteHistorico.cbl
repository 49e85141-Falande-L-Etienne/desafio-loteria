       file-control.

      *>----------------------------------------------------------------*
      *> Conversao unica do historico de um formato anterior para o
      *> arquivo indexado pela hist-chave, com o registro atual. Duas
      *> origens sao aceitas, escolhidas pelo operador:
      *>  - o formato antigo line sequential: renomear o LOTHIST.DAT
      *>    antigo para LOTHIST.SEQ;
      *>  - o indexado com o registro anterior de 137 posicoes, sem
      *>    situacao, valor e ponto de venda da aposta (abre com status
      *>    39 nos programas atuais): renomear o LOTHIST.DAT e o seu
      *>    indice para LOTHIST.ANT.
      *> O programa le a origem e carrega o novo LOTHIST.DAT indexado.
      *>----------------------------------------------------------------*
           select f-historico-antigo
               assign to "LOTHIST.SEQ"
               organization is line sequential
               file status is ws-status-antigo.

           select f-historico-anterior
               assign to "LOTHIST.ANT"
               organization is indexed
               access mode is sequential
               record key is hant-chave
               alternate record key is hant-apostador-id
                   with duplicates
               file status is ws-status-anterior.

      *>----------------------------------------------------------------*
      *> Controle de concursos e tabela de precos, para dar valor pago
      *> as apostas convertidas de concurso ainda aberto para vendas,
      *> que ainda podem ser canceladas com estorno
      *>----------------------------------------------------------------*
           select f-concursos
               assign to "LOTCONC.DAT"
               organization is line sequential
               file status is ws-status-concursos.

           select f-precos
               assign to "LOTPRECO.DAT"
               organization is line sequential
               file status is ws-status-precos.

           select f-historico
               assign to "LOTHIST.DAT"
               organization is indexed
       fd  f-historico-antigo.
       01  reg-historico-antigo                     pic x(160).

      *>----------------------------------------------------------------*
      *> Registro indexado anterior (137 posicoes): o registro atual ate
      *> a hist-retomada, inclusive. So as chaves sao detalhadas; o
      *> conteudo e repassado inteiro para o registro atual.
      *>----------------------------------------------------------------*
       fd  f-historico-anterior.
       01  reg-historico-anterior.
           05 hant-chave                            pic x(20).
           05 filler                                pic x(90).
           05 hant-apostador-id                     pic 9(04).
           05 filler                                pic x(23).

       fd  f-concursos.
       01  reg-concurso.
           05 conc-numero                            pic 9(06).
           05 conc-situacao                          pic x(01).
              88 conc-aberto                             value "A".
           05 conc-data-abertura                     pic 9(08).
           05 conc-data-fechamento                   pic 9(08).
           05 conc-data-sorteio                      pic 9(08).
           05 conc-data-liquidacao                   pic 9(08).
           05 conc-qtd-liquidacoes                   pic 9(02).

       fd  f-precos.
       01  reg-preco.
           05 preco-qtd-jogo                         pic 9(02).
           05 preco-valor                            pic 9(07)v99.

       fd  f-historico.
           copy "loteriaHistorico.cpy".

       working-storage section.

       01  ws-status-antigo                        pic x(02).
       01  ws-status-anterior                      pic x(02).
       01  ws-status-origem                        pic x(02).
       01  ws-status-historico                     pic x(02).
       01  ws-status-concursos                     pic x(02).
       01  ws-status-precos                        pic x(02).

       01  ws-origem                               pic x(01).
           88 origem-sequencial                        value "1".
           88 origem-indexada                          value "2".
       01  ws-nome-origem                          pic x(11).

       01  ws-fim-antigo                           pic x(01) value "N".
           88 fim-antigo                               value "S".
       01  ws-fim-concursos                        pic x(01) value "N".
           88 fim-concursos                            value "S".
       01  ws-fim-precos                           pic x(01) value "N".
           88 fim-precos                               value "S".

      *>----------------------------------------------------------------*
      *> Concursos abertos para vendas em LOTCONC.DAT e precos vigentes
      *> de LOTPRECO.DAT por quantidade de numeros do jogo
      *>----------------------------------------------------------------*
       01  ws-qtd-concursos-abertos                pic 9(04) value zero.
       01  ws-ix-concurso                          pic 9(04).
       01  ws-concurso-aberto-achado               pic x(01).
           88 concurso-aberto-achado                   value "S".
       01  ws-tabela-concursos-abertos.
           05 ws-concurso-aberto occurs 999 times  pic 9(06).
       01  ws-tabela-precos.
           05 ws-preco-entrada occurs 10 times.
              10 ws-preco-valor                    pic 9(07)v99.

       01  ws-qtd-lidos                            pic 9(09) value zero.
       01  ws-qtd-gravados                         pic 9(09) value zero.
       01  ws-qtd-rejeitados                       pic 9(09) value zero.
       01  ws-qtd-chaves-ajustadas                 pic 9(09) value zero.
       01  ws-qtd-valores-atribuidos               pic 9(09) value zero.
       01  ws-sequencia-ajuste                     pic 9(04).

       01  ws-resposta                             pic x(01).
       procedure division.

           perform inicializa
           perform carregarConcursosAbertos
           perform carregarPrecos
           perform converterHistorico
           perform exibirResumo
           perform finaliza
           .

      *>----------------------------------------------------------------*
      *> Le a origem escolhida pelo operador e abre os arquivos da
      *> conversao. O LOTHIST.DAT indexado so e criado do zero quando
      *> nao existe; se ja existir, o operador decide se a conversao
      *> acrescenta sobre ele (reexecucao apos interrupcao) ou e
      *> cancelada.
      *>----------------------------------------------------------------*
       inicializa section.

           display "Conversao do historico para o formato indexado atual"
           display "Origem do historico a converter (LOTHIST.DAT antigo renomeado):"
           display "1 - LOTHIST.SEQ (formato antigo line sequential)"
           display "2 - LOTHIST.ANT (indexado com o registro anterior de 137 posicoes)"
           move spaces to ws-origem
           accept ws-origem

           evaluate true
               when origem-sequencial
                   move "LOTHIST.SEQ" to ws-nome-origem
                   open input f-historico-antigo
                   move ws-status-antigo to ws-status-origem
               when origem-indexada
                   move "LOTHIST.ANT" to ws-nome-origem
                   open input f-historico-anterior
                   move ws-status-anterior to ws-status-origem
               when other
                   display "Origem invalida."
                   perform finaliza
           end-evaluate

           if ws-status-origem not = "00"
               display "Arquivo " ws-nome-origem " nao encontrado (status " ws-status-origem ")."
               display "Renomeie o LOTHIST.DAT antigo para " ws-nome-origem " e execute novamente."
               perform finaliza
           end-if

           evaluate true
               when ws-status-historico = "35"
                   open output f-historico
               when ws-status-historico = "39"
                   display "O LOTHIST.DAT existente ainda esta em um formato anterior; renomeie-o para " ws-nome-origem " antes da conversao."
               when ws-status-historico = "00"
                   display "Ja existe um LOTHIST.DAT indexado. Continuar a conversao sobre ele (S/N) ? "
                   accept ws-resposta
                   if function upper-case(ws-resposta) not = "S"
                       display "Conversao cancelada."
                       close f-historico
                       perform fecharOrigem
                       perform finaliza
                   end-if
           end-evaluate
           if ws-status-historico not = "00"
               display "Nao foi possivel abrir/criar o LOTHIST.DAT indexado (status " ws-status-historico ")."
               perform fecharOrigem
               perform finaliza
           end-if


           move "N" to ws-fim-antigo
           perform until fim-antigo
               perform lerRegistroOrigem
               if not fim-antigo
                   add 1 to ws-qtd-lidos
                   perform converterUmRegistro
               end-if
           end-perform

           perform fecharOrigem
           close f-historico

           .
       converterHistorico-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega os numeros dos concursos abertos para vendas em
      *> LOTCONC.DAT
      *>----------------------------------------------------------------*
       carregarConcursosAbertos section.

           move zero to ws-qtd-concursos-abertos
           move "N"  to ws-fim-concursos

           open input f-concursos
           if ws-status-concursos = "00"
               perform until fim-concursos
                   read f-concursos
                       at end
                           set fim-concursos to true
                       not at end
                           if conc-aberto
                               if ws-qtd-concursos-abertos < 999
                                   add 1 to ws-qtd-concursos-abertos
                                   move conc-numero to
                                       ws-concurso-aberto(ws-qtd-concursos-abertos)
                               else
                                   display "AVISO: mais de 999 concursos abertos em LOTCONC.DAT; concurso " conc-numero " tratado como fechado."
                               end-if
                           end-if
                   end-read
               end-perform
               close f-concursos
           end-if

           .
       carregarConcursosAbertos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega a tabela de precos de LOTPRECO.DAT por quantidade de
      *> numeros do jogo
      *>----------------------------------------------------------------*
       carregarPrecos section.

           move "N" to ws-fim-precos
           initialize ws-tabela-precos

           open input f-precos
           if ws-status-precos = "00"
               perform until fim-precos
                   read f-precos
                       at end
                           set fim-precos to true
                       not at end
                           if  preco-qtd-jogo >= 1
                           and preco-qtd-jogo <= 10
                               move preco-valor
                                   to ws-preco-valor(preco-qtd-jogo)
                           end-if
                   end-read
               end-perform
               close f-precos
           end-if

           .
       carregarPrecos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o proximo registro da origem escolhida e o deixa em
      *> reg-historico-antigo
      *>----------------------------------------------------------------*
       lerRegistroOrigem section.

           if origem-indexada
               read f-historico-anterior next record
                   at end
                       set fim-antigo to true
                   not at end
                       move reg-historico-anterior to reg-historico-antigo
               end-read
           else
               read f-historico-antigo
                   at end
                       set fim-antigo to true
               end-read
           end-if

           .
       lerRegistroOrigem-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Fecha o arquivo de origem da conversao
      *>----------------------------------------------------------------*
       fecharOrigem section.

           if origem-indexada
               close f-historico-anterior
           else
               close f-historico-antigo
           end-if

           .
       fecharOrigem-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava um registro antigo no arquivo indexado, ajustando a
      *> sequencia em caso de chave duplicada. Registro com chave nao
      *> numerica (linha corrompida) e rejeitado com aviso. Os campos
      *> que o formato anterior nao tinha chegam em branco e sao
      *> preenchidos: aposta valida, valor zero e sem ponto de venda.
      *> A aposta de concurso ainda aberto para vendas, que pode ser
      *> cancelada com estorno, recebe como valor pago o preco vigente
      *> em LOTPRECO.DAT para a sua quantidade de numeros.
      *>----------------------------------------------------------------*
       converterUmRegistro section.

           initialize reg-historico
           move reg-historico-antigo to reg-historico

           if hist-situacao = space
               move "V" to hist-situacao
           end-if
           if hist-valor-aposta not numeric
               move zero to hist-valor-aposta
               perform atribuirValorAposta
           end-if
           if hist-ponto-venda not numeric
               move zero to hist-ponto-venda
           end-if

           if hist-data-hora not numeric
           or hist-sequencia not numeric
               add 1 to ws-qtd-rejeitados
       converterUmRegistro-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Atribui o preco vigente a aposta convertida quando o seu
      *> concurso ainda esta aberto para vendas; registros de
      *> conferencia nao sao vendas e ficam com valor zero
      *>----------------------------------------------------------------*
       atribuirValorAposta section.

           move "N" to ws-concurso-aberto-achado

           if  not hist-modo-conferencia
           and hist-concurso numeric
           and hist-concurso > zero
           and hist-qtd-num-jogar numeric
           and hist-qtd-num-jogar >= 1
           and hist-qtd-num-jogar <= 10
               perform varying ws-ix-concurso from 1 by 1
                       until ws-ix-concurso > ws-qtd-concursos-abertos
                   if ws-concurso-aberto(ws-ix-concurso) = hist-concurso
                       set concurso-aberto-achado to true
                   end-if
               end-perform
           end-if

           if concurso-aberto-achado
               move ws-preco-valor(hist-qtd-num-jogar) to hist-valor-aposta
               if hist-valor-aposta > zero
                   add 1 to ws-qtd-valores-atribuidos
               end-if
           end-if

           .
       atribuirValorAposta-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe o resumo da conversao e grava a linha de auditoria
      *>----------------------------------------------------------------*

           display " "
           display "Conversao concluida:"
           display "  Registros lidos de " ws-nome-origem " : " ws-qtd-lidos
           display "  Registros gravados no indexado : " ws-qtd-gravados
           display "  Chaves duplicadas ajustadas    : " ws-qtd-chaves-ajustadas
           display "  Valor pago atribuido (abertos) : " ws-qtd-valores-atribuidos
           display "  Registros rejeitados           : " ws-qtd-rejeitados
           display "O " ws-nome-origem " foi mantido como copia de seguranca da conversao."

           move spaces to ws-audit-mensagem
           string "CONVERSAO HISTORICO ORIGEM=" ws-nome-origem
               " LIDOS=" ws-qtd-lidos
               " GRAVADOS=" ws-qtd-gravados
               " AJUSTADOS=" ws-qtd-chaves-ajustadas
               " VALORES=" ws-qtd-valores-atribuidos
               " REJEITADOS=" ws-qtd-rejeitados
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria
