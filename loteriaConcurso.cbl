      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaConcurso".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Controle do ciclo de vida dos concursos (LOTCONC.DAT). Cada
      *> concurso passa por:
      *>   A - aberto para vendas: as apostas interativas e batch do
      *>       desafioLoteriaV1 sao carimbadas com ele;
      *>   F - vendas fechadas: nenhuma aposta nova entra, aguardando o
      *>       sorteio;
      *>   S - sorteado: o loteriaOficial registrou o sorteio e a
      *>       conferencia esta liberada;
      *>   L - liquidado: a conferencia ja pagou o concurso; nova
      *>       liquidacao so com autorizacao de supervisor.
      *> Este utilitario abre concursos e fecha as vendas; as demais
      *> transicoes sao feitas pelo loteriaOficial (S) e pela
      *> conferencia do desafioLoteriaV1 (L). Toda acao e auditada com
      *> o operador que a fez.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-concursos
               assign to "LOTCONC.DAT"
               organization is line sequential
               file status is ws-status-concursos.

           select f-oficial
               assign to "LOTOFICIAL.DAT"
               organization is line sequential
               file status is ws-status-oficial.

      *>Declaração de variáveis
       data division.

       file section.

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

       fd  f-oficial.
       01  reg-oficial.
           05 oficial-concurso                      pic 9(06).
           05 oficial-data                          pic 9(08).
           05 oficial-sorteio                       pic x(29).

       working-storage section.

       01  ws-status-concursos                     pic x(02).
       01  ws-status-oficial                       pic x(02).

       01  ws-fim-concursos                        pic x(01) value "N".
           88 fim-concursos                            value "S".
       01  ws-fim-oficial                          pic x(01) value "N".
           88 fim-oficial                              value "S".

       01  ws-opcao                                pic 9(01).
           88 opcao-abrir                              value 1.
           88 opcao-fechar                             value 2.
           88 opcao-listar                             value 3.
           88 opcao-sair                               value 9.

      *>----------------------------------------------------------------*
      *> Controle carregado por inteiro em memoria e regravado a cada
      *> alteracao, como os demais cadastros line sequential do sistema
      *>----------------------------------------------------------------*
       01  ws-qtd-concursos                        pic 9(04) value zero.
       01  ws-ix-concurso                          pic 9(05).
       01  ws-ix-concurso-achado                   pic 9(04).
       01  ws-ix-concurso-aberto                   pic 9(04).
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

       01  ws-maior-concurso                       pic 9(06) value zero.
       01  ws-concurso-numero                      pic 9(06).
       01  ws-concurso-sugerido                    pic 9(06).
       01  ws-concurso-sorteado                    pic x(01).
           88 concurso-ja-sorteado                     value "S".
       01  ws-descricao-situacao                   pic x(14).
       01  ws-operador                             pic x(20).
       01  ws-resposta                             pic x(01).

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           display "Identificacao do operador:"
           move spaces to ws-operador
           accept ws-operador
           if ws-operador = spaces
               display "Operador nao informado; nenhuma acao sobre concursos e permitida sem identificacao."
               perform finaliza
           end-if

           perform carregarConcursos

           if concursos-estourou
               display "LOTCONC.DAT excede a capacidade da tabela de concursos (9999); manutencao recusada para nao truncar o controle."
               perform finaliza
           end-if

           move zero to ws-opcao
           perform until opcao-sair
               perform exibirMenu
               evaluate true
                   when opcao-abrir
                       perform abrirConcurso
                   when opcao-fechar
                       perform fecharVendasConcurso
                   when opcao-listar
                       perform listarConcursos
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega o controle LOTCONC.DAT em memoria, guardando o maior
      *> numero de concurso ja usado e o concurso aberto (se houver).
      *> Sem o arquivo o controle comeca vazio e sera criado na
      *> primeira abertura.
      *>----------------------------------------------------------------*
       carregarConcursos section.

           move zero to ws-qtd-concursos
           move zero to ws-maior-concurso
           move zero to ws-ix-concurso-aberto
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
                               if conc-numero > ws-maior-concurso
                                   move conc-numero to ws-maior-concurso
                               end-if
                               if conc-aberto
                                   move ws-qtd-concursos
                                       to ws-ix-concurso-aberto
                               end-if
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
      *> Exibe o menu e le a opcao do operador
      *>----------------------------------------------------------------*
       exibirMenu section.

           display " "
           display "Controle de concursos (LOTCONC.DAT - " ws-qtd-concursos " concursos)"
           if ws-ix-concurso-aberto > zero
               display "Concurso aberto para vendas: " ws-conc-numero(ws-ix-concurso-aberto)
           else
               display "Nenhum concurso aberto para vendas"
           end-if
           display "1 - Abrir concurso para vendas"
           display "2 - Fechar as vendas do concurso aberto"
           display "3 - Listar concursos e situacoes"
           display "9 - Sair"
           move zero to ws-opcao
           accept ws-opcao

           .
       exibirMenu-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Abre um novo concurso para vendas. So um concurso fica aberto
      *> de cada vez; o numero tem de ser maior que todos os ja
      *> controlados (sugere o seguinte ao maior) e nao pode ter sorteio
      *> ja registrado em LOTOFICIAL.DAT.
      *>----------------------------------------------------------------*
       abrirConcurso section.

           if ws-ix-concurso-aberto > zero
               display "Concurso " ws-conc-numero(ws-ix-concurso-aberto) " ainda esta aberto; feche as vendas dele antes de abrir outro."
           else
               compute ws-concurso-sugerido = ws-maior-concurso + 1
               display "Numero do concurso a abrir (vazio ou zero = " ws-concurso-sugerido "):"
               move zero to ws-concurso-numero
               accept ws-concurso-numero
               if ws-concurso-numero = zero
                   move ws-concurso-sugerido to ws-concurso-numero
               end-if

               perform verificarSorteioRegistrado

               evaluate true
                   when ws-concurso-numero <= ws-maior-concurso
                       display "Concurso " ws-concurso-numero " invalido: o numero deve ser maior que " ws-maior-concurso ", o ultimo ja controlado."
                   when concurso-ja-sorteado
                       display "Concurso " ws-concurso-numero " ja tem sorteio registrado em LOTOFICIAL.DAT; nao pode ser aberto para vendas."
                   when ws-qtd-concursos >= 9999
                       display "Tabela de concursos cheia (9999); abertura recusada."
                   when other
                       add 1 to ws-qtd-concursos
                       move ws-concurso-numero
                           to ws-conc-numero(ws-qtd-concursos)
                       move "A"
                           to ws-conc-situacao(ws-qtd-concursos)
                       move function current-date(1:8)
                           to ws-conc-data-abertura(ws-qtd-concursos)
                       move zero
                           to ws-conc-data-fechamento(ws-qtd-concursos)
                       move zero
                           to ws-conc-data-sorteio(ws-qtd-concursos)
                       move zero
                           to ws-conc-data-liquidacao(ws-qtd-concursos)
                       move zero
                           to ws-conc-qtd-liquidacoes(ws-qtd-concursos)
                       move ws-qtd-concursos   to ws-ix-concurso-aberto
                       move ws-concurso-numero to ws-maior-concurso

                       perform regravarConcursos

                       display "Concurso " ws-concurso-numero " aberto para vendas."

                       move spaces to ws-audit-mensagem
                       string "CONCURSO ABERTO NUMERO=" ws-concurso-numero
                           " OPERADOR=" ws-operador
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria
               end-evaluate
           end-if

           .
       abrirConcurso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Fecha as vendas do concurso aberto, depois de confirmacao. A
      *> partir daqui as apostas novas sao recusadas ate que outro
      *> concurso seja aberto, e o sorteio pode ser registrado.
      *>----------------------------------------------------------------*
       fecharVendasConcurso section.

           if ws-ix-concurso-aberto = zero
               display "Nenhum concurso aberto para vendas."
           else
               move ws-conc-numero(ws-ix-concurso-aberto)
                   to ws-concurso-numero
               display "Confirma o fechamento das vendas do concurso " ws-concurso-numero " (S/N) ? "
               move spaces to ws-resposta
               accept ws-resposta
               if function upper-case(ws-resposta) = "S"
                   move "F" to ws-conc-situacao(ws-ix-concurso-aberto)
                   move function current-date(1:8)
                       to ws-conc-data-fechamento(ws-ix-concurso-aberto)
                   move zero to ws-ix-concurso-aberto

                   perform regravarConcursos

                   display "Vendas do concurso " ws-concurso-numero " fechadas."

                   move spaces to ws-audit-mensagem
                   string "VENDAS FECHADAS CONCURSO=" ws-concurso-numero
                       " OPERADOR=" ws-operador
                       delimited by size into ws-audit-mensagem
                   perform gravarAuditoria
               else
                   display "Fechamento cancelado."
               end-if
           end-if

           .
       fecharVendasConcurso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Verifica se ws-concurso-numero ja tem sorteio registrado no
      *> arquivo de sorteios oficiais
      *>----------------------------------------------------------------*
       verificarSorteioRegistrado section.

           move "N" to ws-concurso-sorteado
           move "N" to ws-fim-oficial

           open input f-oficial
           if ws-status-oficial = "00"
               perform until fim-oficial
                   read f-oficial
                       at end
                           set fim-oficial to true
                       not at end
                           if  oficial-concurso numeric
                           and oficial-concurso = ws-concurso-numero
                               set concurso-ja-sorteado to true
                           end-if
                   end-read
               end-perform
               close f-oficial
           end-if

           .
       verificarSorteioRegistrado-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista os concursos controlados com a situacao e as datas de
      *> cada transicao
      *>----------------------------------------------------------------*
       listarConcursos section.

           if ws-qtd-concursos = zero
               display "Nenhum concurso controlado (LOTCONC.DAT vazio ou inexistente)"
           end-if

           perform varying ws-ix-concurso from 1 by 1
                   until ws-ix-concurso > ws-qtd-concursos
               evaluate ws-conc-situacao(ws-ix-concurso)
                   when "A"
                       move "ABERTO"         to ws-descricao-situacao
                   when "F"
                       move "VENDAS FECHADAS" to ws-descricao-situacao
                   when "S"
                       move "SORTEADO"       to ws-descricao-situacao
                   when "L"
                       move "LIQUIDADO"      to ws-descricao-situacao
                   when other
                       move "DESCONHECIDA"   to ws-descricao-situacao
               end-evaluate
               display "CONCURSO=" ws-conc-numero(ws-ix-concurso)
                   " SITUACAO=" ws-descricao-situacao
                   " ABERTURA=" ws-conc-data-abertura(ws-ix-concurso)
                   " FECHAMENTO=" ws-conc-data-fechamento(ws-ix-concurso)
                   " SORTEIO=" ws-conc-data-sorteio(ws-ix-concurso)
                   " LIQUIDACAO=" ws-conc-data-liquidacao(ws-ix-concurso)
                   " LIQUIDACOES=" ws-conc-qtd-liquidacoes(ws-ix-concurso)
           end-perform

           .
       listarConcursos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Regrava o controle LOTCONC.DAT por inteiro a partir da tabela
      *> em memoria
      *>----------------------------------------------------------------*
       regravarConcursos section.

           open output f-concursos
           perform varying ws-ix-concurso from 1 by 1
                   until ws-ix-concurso > ws-qtd-concursos
               move ws-concurso-entrada(ws-ix-concurso) to reg-concurso
               write reg-concurso
           end-perform
           close f-concursos

           .
       regravarConcursos-exit.
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
