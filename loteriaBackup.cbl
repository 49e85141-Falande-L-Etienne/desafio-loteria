      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaBackup".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Backup dos arquivos mestres e de controle antes da janela
      *> noturna. Varios programas regravam arquivos inteiros no lugar
      *> (loteriaApostador regrava LOTAPOST.DAT e LOTBOLAO.DAT, a
      *> conferencia devolve os resultados ao LOTHIST.DAT, ...) e uma
      *> janela interrompida no meio nao deixaria copia limpa para
      *> voltar. Cada execucao copia todos os arquivos da lista abaixo
      *> para uma geracao datada (LOTBKP-AAAAMMDDHHMMSS-<arquivo>),
      *> confere a quantidade de registros de cada copia contra o
      *> original, grava o manifesto da geracao
      *> (LOTBKP-AAAAMMDDHHMMSS.MAN) com as quantidades e so entao
      *> registra a geracao no catalogo LOTBKCAT.DAT, descartando as
      *> geracoes mais antigas alem da quantidade a manter. Qualquer
      *> falha descarta a geracao incompleta e termina com retorno
      *> diferente de zero, o que barra a janela no loteriaSequenciador.
      *> A volta de uma geracao e feita pelo loteriaRestauraBackup.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-historico
               assign to "LOTHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is hist-chave
               alternate record key is hist-apostador-id
                   with duplicates
               file status is ws-status-historico.

      *>----------------------------------------------------------------*
      *> Arquivo sendo copiado e copia da geracao, com o nome montado
      *> em tempo de execucao para cada arquivo da lista. O historico
      *> indexado e lido pelo f-historico e copiado registro a
      *> registro para uma copia sequencial, como no arquivo morto do
      *> loteriaArquivaHistorico.
      *>----------------------------------------------------------------*
           select f-origem
               assign using ws-nome-origem
               organization is line sequential
               file status is ws-status-origem.

           select f-destino
               assign using ws-nome-destino
               organization is line sequential
               file status is ws-status-destino.

           select f-manifesto
               assign using ws-nome-manifesto
               organization is line sequential
               file status is ws-status-manifesto.

      *>----------------------------------------------------------------*
      *> Catalogo das geracoes existentes, da mais antiga para a mais
      *> recente; so entra no catalogo a geracao completa e conferida
      *>----------------------------------------------------------------*
           select f-catalogo
               assign to "LOTBKCAT.DAT"
               organization is line sequential
               file status is ws-status-catalogo.

      *>Declaração de variáveis
       data division.

       file section.

       fd  f-historico.
           copy "loteriaHistorico.cpy".

       fd  f-origem.
       01  reg-origem                               pic x(400).

       fd  f-destino.
       01  reg-destino                              pic x(400).

      *>----------------------------------------------------------------*
      *> Manifesto da geracao: um header com a geracao, um registro por
      *> arquivo da lista (copiado ou ausente no momento do backup, com
      *> a quantidade de registros e o nome da copia) e um trailer com
      *> os totais, conferidos pelo loteriaRestauraBackup antes de
      *> qualquer restauracao
      *>----------------------------------------------------------------*
       fd  f-manifesto.
       01  reg-manifesto.
           05 man-tipo-registro                     pic x(01).
              88 man-tipo-header                        value "H".
              88 man-tipo-arquivo                       value "A".
              88 man-tipo-trailer                       value "T".
           05 man-dados                             pic x(80).
           05 man-dados-header redefines man-dados.
              10 man-hdr-geracao                    pic x(14).
              10 man-hdr-origem                     pic x(01).
              10 man-hdr-qtd-arquivos               pic 9(02).
              10 filler                             pic x(63).
           05 man-dados-arquivo redefines man-dados.
              10 man-nome-arquivo                   pic x(16).
              10 man-situacao                       pic x(01).
                 88 man-arquivo-copiado                 value "C".
                 88 man-arquivo-ausente                 value "A".
              10 man-qtd-registros                  pic 9(09).
              10 man-nome-copia                     pic x(40).
              10 filler                             pic x(14).
           05 man-dados-trailer redefines man-dados.
              10 man-trl-qtd-arquivos               pic 9(02).
              10 man-trl-qtd-registros              pic 9(11).
              10 filler                             pic x(67).

      *>----------------------------------------------------------------*
      *> Catalogo: origem B = backup da janela, R = copia tirada pelo
      *> loteriaRestauraBackup antes de uma restauracao
      *>----------------------------------------------------------------*
       fd  f-catalogo.
       01  reg-catalogo.
           05 bkc-geracao                           pic x(14).
           05 bkc-origem                            pic x(01).
              88 bkc-backup-janela                      value "B".
              88 bkc-pre-restauracao                    value "R".
           05 bkc-qtd-arquivos                      pic 9(02).
           05 bkc-qtd-ausentes                      pic 9(02).
           05 bkc-qtd-registros                     pic 9(11).
           05 bkc-operador                          pic x(20).

       working-storage section.

       01  ws-status-historico                     pic x(02).
       01  ws-status-origem                        pic x(02).
       01  ws-status-destino                       pic x(02).
       01  ws-status-manifesto                     pic x(02).
       01  ws-status-catalogo                      pic x(02).

       01  ws-fim-historico                        pic x(01) value "N".
           88 fim-historico                            value "S".
       01  ws-fim-origem                           pic x(01) value "N".
           88 fim-origem                               value "S".
       01  ws-fim-destino                          pic x(01) value "N".
           88 fim-destino                              value "S".
       01  ws-fim-manifesto                        pic x(01) value "N".
           88 fim-manifesto                            value "S".
       01  ws-fim-catalogo                         pic x(01) value "N".
           88 fim-catalogo                             value "S".

      *>----------------------------------------------------------------*
      *> Arquivos mestres e de controle cobertos pelo backup. Um
      *> arquivo novo que precise voltar junto com os demais entra
      *> aqui (e na quantidade ws-qtd-escopo).
      *>----------------------------------------------------------------*
       01  ws-arquivos-escopo-valores.
           05 filler                    pic x(16) value "LOTHIST.DAT".
           05 filler                    pic x(16) value "LOTAPOST.DAT".
           05 filler                    pic x(16) value "LOTBOLAO.DAT".
           05 filler                    pic x(16) value "LOTGANHO.DAT".
           05 filler                    pic x(16) value "LOTMOVFI.DAT".
           05 filler                    pic x(16) value "LOTOFICIAL.DAT".
           05 filler                    pic x(16) value "LOTPARAM.DAT".
           05 filler                    pic x(16) value "LOTPRECO.DAT".
           05 filler                    pic x(16) value "LOTPREMIO.DAT".
           05 filler                    pic x(16) value "LOTPROCS.DAT".
           05 filler                    pic x(16) value "LOTCONC.DAT".
           05 filler                    pic x(16) value "LOTACUM.DAT".
           05 filler                    pic x(16) value "LOTIRRF.DAT".
           05 filler                    pic x(16) value "LOTRETEN.DAT".
           05 filler                    pic x(16) value "LOTPDV.DAT".
           05 filler                    pic x(16) value "LOTSUSP.DAT".
           05 filler                    pic x(16) value "LOTCKPT.DAT".
           05 filler                    pic x(16) value "LOTAUDIT.LOG".
           05 filler                    pic x(16) value "LOTAUDCTL.DAT".
       01  ws-arquivos-escopo redefines ws-arquivos-escopo-valores.
           05 ws-esc-nome               pic x(16) occurs 19 times.
       01  ws-qtd-escopo                           pic 9(02) value 19.
       01  ws-ix-arquivo                           pic 9(02).

      *>----------------------------------------------------------------*
      *> Resultado da copia de cada arquivo da lista, para o manifesto
      *>----------------------------------------------------------------*
       01  ws-resultado-copias.
           05 ws-copia-entrada occurs 19 times.
              10 ws-cop-situacao                   pic x(01).
              10 ws-cop-qtd-registros              pic 9(09).
              10 ws-cop-nome-copia                 pic x(40).

       01  ws-situacao-arquivo                     pic x(01).
           88 arquivo-copiado                          value "C".
           88 arquivo-ausente                          value "A".

      *>----------------------------------------------------------------*
      *> Geracao corrente (data e hora do inicio do backup) e nomes
      *> montados a partir dela
      *>----------------------------------------------------------------*
       01  ws-geracao                              pic x(14).
       01  ws-geracao-d redefines ws-geracao.
           05 ws-ger-ano                           pic x(04).
           05 ws-ger-mes                           pic x(02).
           05 ws-ger-dia                           pic x(02).
           05 ws-ger-hora                          pic x(02).
           05 ws-ger-minuto                        pic x(02).
           05 ws-ger-segundo                       pic x(02).
       01  ws-nome-origem                          pic x(40).
       01  ws-nome-destino                         pic x(40).
       01  ws-nome-manifesto                       pic x(40).
       01  ws-nome-remover                         pic x(40).

       01  ws-qtd-lidos                            pic 9(09).
       01  ws-qtd-conferidos                       pic 9(09).
       01  ws-qtd-copiados                         pic 9(02) value zero.
       01  ws-qtd-ausentes                         pic 9(02) value zero.
       01  ws-total-registros                      pic 9(11) value zero.

       01  ws-backup-falhou                        pic x(01) value "N".
           88 backup-falhou                            value "S".
       01  ws-motivo-falha                         pic x(100).

      *>----------------------------------------------------------------*
      *> Quantidade de geracoes mantidas no catalogo; as mais antigas
      *> alem dela sao apagadas (copias e manifesto) a cada backup
      *>----------------------------------------------------------------*
       01  ws-qtd-manter                           pic 9(02) value 7.
       01  ws-resposta-manter                      pic 9(02).
       01  ws-qtd-remover                          pic 9(04) value zero.

       01  ws-qtd-geracoes                         pic 9(04) value zero.
       01  ws-ix-geracao                           pic 9(04).
       01  ws-catalogo-estourou                    pic x(01) value "N".
           88 catalogo-estourou                        value "S".
       01  ws-catalogo.
           05 ws-catalogo-entrada occurs 999 times.
              10 ws-cat-geracao                    pic x(14).
              10 ws-cat-origem                     pic x(01).
              10 ws-cat-qtd-arquivos               pic 9(02).
              10 ws-cat-qtd-ausentes               pic 9(02).
              10 ws-cat-qtd-registros              pic 9(11).
              10 ws-cat-operador                   pic x(20).

       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           perform inicializa
           if not backup-falhou
               perform copiarArquivos
           end-if
           if not backup-falhou
               perform gravarManifesto
           end-if
           if not backup-falhou
               perform registrarCatalogo
           end-if
           perform encerrarBackup
           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Le a quantidade de geracoes a manter e fixa a geracao pela
      *> data e hora correntes. A geracao precisa ser posterior a
      *> ultima do catalogo: duas execucoes no mesmo segundo gravariam
      *> por cima da mesma geracao, e o descarte das antigas apagaria
      *> as copias dela.
      *>----------------------------------------------------------------*
       inicializa section.

           display "Backup dos arquivos mestres e de controle (catalogo LOTBKCAT.DAT)"
           display "Quantidade de geracoes a manter (padrao " ws-qtd-manter "):"
           move zero to ws-resposta-manter
           accept ws-resposta-manter
           if ws-resposta-manter > 0
               move ws-resposta-manter to ws-qtd-manter
           end-if

           move function current-date(1:14) to ws-geracao
           move spaces to ws-nome-manifesto
           string "LOTBKP-" ws-geracao ".MAN"
               delimited by size into ws-nome-manifesto

           display "Geracao " ws-ger-dia "/" ws-ger-mes "/" ws-ger-ano
               " " ws-ger-hora ":" ws-ger-minuto ":" ws-ger-segundo
               " (" ws-qtd-escopo " arquivo(s))"

           perform carregarCatalogo
           if ws-qtd-geracoes > 0
               if ws-cat-geracao(ws-qtd-geracoes) not < ws-geracao
                   set backup-falhou to true
                   move spaces to ws-motivo-falha
                   string "geracao " ws-geracao
                       " ja existe no catalogo LOTBKCAT.DAT; executar novamente"
                       delimited by size into ws-motivo-falha
               end-if
           end-if

           .
       inicializa-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Copia os arquivos da lista, na ordem, parando no primeiro que
      *> falhar; uma geracao incompleta nao serve para restauracao e e
      *> descartada
      *>----------------------------------------------------------------*
       copiarArquivos section.

           perform varying ws-ix-arquivo from 1 by 1
                   until ws-ix-arquivo > ws-qtd-escopo
                      or backup-falhou
               perform copiarArquivo
           end-perform

           if backup-falhou
               perform descartarGeracao
           end-if

           .
       copiarArquivos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Copia um arquivo da lista para a geracao e confere a copia
      *> relendo-a: a quantidade de registros gravada precisa ser a
      *> mesma lida do original. Arquivo inexistente nao e falha (fica
      *> registrado como ausente no manifesto, e a restauracao o
      *> remove).
      *>----------------------------------------------------------------*
       copiarArquivo section.

           move ws-esc-nome(ws-ix-arquivo) to ws-nome-origem
           move spaces to ws-nome-destino
           string "LOTBKP-" ws-geracao "-" ws-nome-origem
               delimited by space into ws-nome-destino
           move zero to ws-qtd-lidos
           move spaces to ws-situacao-arquivo

           if ws-nome-origem = "LOTHIST.DAT"
               perform copiarHistorico
           else
               perform copiarSequencial
           end-if

           if not backup-falhou
               if arquivo-copiado
                   perform contarRegistrosDestino
                   if ws-qtd-conferidos not = ws-qtd-lidos
                       set backup-falhou to true
                       move spaces to ws-motivo-falha
                       string "copia de " delimited by size
                           ws-nome-origem delimited by space
                           " com " ws-qtd-conferidos
                           " registro(s), original com " ws-qtd-lidos
                           delimited by size into ws-motivo-falha
                   end-if
               end-if
           end-if

           if not backup-falhou
               move ws-situacao-arquivo to ws-cop-situacao(ws-ix-arquivo)
               move ws-qtd-lidos to ws-cop-qtd-registros(ws-ix-arquivo)
               if arquivo-copiado
                   move ws-nome-destino to ws-cop-nome-copia(ws-ix-arquivo)
                   add 1 to ws-qtd-copiados
                   add ws-qtd-lidos to ws-total-registros
                   display "  " ws-esc-nome(ws-ix-arquivo) " COPIADO  " ws-qtd-lidos " registro(s)"
               else
                   move spaces to ws-cop-nome-copia(ws-ix-arquivo)
                   add 1 to ws-qtd-ausentes
                   display "  " ws-esc-nome(ws-ix-arquivo) " AUSENTE  (arquivo nao existe)"
               end-if
           end-if

           .
       copiarArquivo-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Copia linha a linha um arquivo sequencial da lista
      *>----------------------------------------------------------------*
       copiarSequencial section.

           open input f-origem
           if ws-status-origem = "35"
               set arquivo-ausente to true
           else
               if ws-status-origem not = "00"
                   set backup-falhou to true
                   move spaces to ws-motivo-falha
                   string "abertura de " delimited by size
                       ws-nome-origem delimited by space
                       " com status " ws-status-origem
                       delimited by size into ws-motivo-falha
               else
                   open output f-destino
                   if ws-status-destino not = "00"
                       set backup-falhou to true
                       move spaces to ws-motivo-falha
                       string "criacao de " delimited by size
                           ws-nome-destino delimited by space
                           " com status " ws-status-destino
                           delimited by size into ws-motivo-falha
                   else
                       set arquivo-copiado to true
                       move "N" to ws-fim-origem
                       perform until fim-origem or backup-falhou
                           read f-origem
                               at end
                                   set fim-origem to true
                               not at end
                                   move reg-origem to reg-destino
                                   perform gravarRegistroDestino
                           end-read
                       end-perform
                       close f-destino
                   end-if
                   close f-origem
               end-if
           end-if

           .
       copiarSequencial-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Copia o historico indexado pela hist-chave para a copia
      *> sequencial da geracao
      *>----------------------------------------------------------------*
       copiarHistorico section.

           open input f-historico
           if ws-status-historico = "35"
               set arquivo-ausente to true
           else
               if ws-status-historico not = "00"
                   set backup-falhou to true
                   move spaces to ws-motivo-falha
                   string "abertura de LOTHIST.DAT com status "
                       ws-status-historico
                       delimited by size into ws-motivo-falha
               else
                   open output f-destino
                   if ws-status-destino not = "00"
                       set backup-falhou to true
                       move spaces to ws-motivo-falha
                       string "criacao de " delimited by size
                           ws-nome-destino delimited by space
                           " com status " ws-status-destino
                           delimited by size into ws-motivo-falha
                   else
                       set arquivo-copiado to true
                       move "N" to ws-fim-historico
                       perform until fim-historico or backup-falhou
                           read f-historico next
                               at end
                                   set fim-historico to true
                               not at end
                                   move spaces to reg-destino
                                   move reg-historico to reg-destino
                                   perform gravarRegistroDestino
                           end-read
                       end-perform
                       close f-destino
                   end-if
                   close f-historico
               end-if
           end-if

           .
       copiarHistorico-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava um registro na copia e conta o lido
      *>----------------------------------------------------------------*
       gravarRegistroDestino section.

           write reg-destino
           if ws-status-destino = "00"
               add 1 to ws-qtd-lidos
           else
               set backup-falhou to true
               move spaces to ws-motivo-falha
               string "gravacao em " delimited by size
                   ws-nome-destino delimited by space
                   " com status " ws-status-destino
                   delimited by size into ws-motivo-falha
           end-if

           .
       gravarRegistroDestino-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Rele a copia recem-gravada contando os registros
      *>----------------------------------------------------------------*
       contarRegistrosDestino section.

           move zero to ws-qtd-conferidos
           move "N"  to ws-fim-destino

           open input f-destino
           if ws-status-destino = "00"
               perform until fim-destino
                   read f-destino
                       at end
                           set fim-destino to true
                       not at end
                           add 1 to ws-qtd-conferidos
                   end-read
               end-perform
               close f-destino
           end-if

           .
       contarRegistrosDestino-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Apaga as copias ja gravadas de uma geracao que falhou, para
      *> que nenhuma copia avulsa seja confundida com uma geracao
      *> valida
      *>----------------------------------------------------------------*
       descartarGeracao section.

           perform varying ws-ix-arquivo from 1 by 1
                   until ws-ix-arquivo > ws-qtd-escopo
               move spaces to ws-nome-remover
               string "LOTBKP-" ws-geracao "-" ws-esc-nome(ws-ix-arquivo)
                   delimited by space into ws-nome-remover
               call "CBL_DELETE_FILE" using ws-nome-remover
           end-perform
           call "CBL_DELETE_FILE" using ws-nome-manifesto
           move zero to return-code

           .
       descartarGeracao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava o manifesto da geracao: header, um registro por arquivo
      *> da lista e trailer com os totais
      *>----------------------------------------------------------------*
       gravarManifesto section.

           open output f-manifesto
           if ws-status-manifesto not = "00"
               set backup-falhou to true
               move spaces to ws-motivo-falha
               string "criacao do manifesto " delimited by size
                   ws-nome-manifesto delimited by space
                   " com status " ws-status-manifesto
                   delimited by size into ws-motivo-falha
               perform descartarGeracao
           else
               move spaces to reg-manifesto
               set man-tipo-header to true
               move ws-geracao    to man-hdr-geracao
               move "B"           to man-hdr-origem
               move ws-qtd-escopo to man-hdr-qtd-arquivos
               write reg-manifesto

               perform varying ws-ix-arquivo from 1 by 1
                       until ws-ix-arquivo > ws-qtd-escopo
                   move spaces to reg-manifesto
                   set man-tipo-arquivo to true
                   move ws-esc-nome(ws-ix-arquivo)
                       to man-nome-arquivo
                   move ws-cop-situacao(ws-ix-arquivo)
                       to man-situacao
                   move ws-cop-qtd-registros(ws-ix-arquivo)
                       to man-qtd-registros
                   move ws-cop-nome-copia(ws-ix-arquivo)
                       to man-nome-copia
                   write reg-manifesto
               end-perform

               move spaces to reg-manifesto
               set man-tipo-trailer to true
               move ws-qtd-escopo      to man-trl-qtd-arquivos
               move ws-total-registros to man-trl-qtd-registros
               write reg-manifesto
               close f-manifesto
           end-if

           .
       gravarManifesto-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Acrescenta a geracao ao catalogo e descarta as mais antigas
      *> alem da quantidade a manter. O catalogo e carregado em
      *> memoria e regravado inteiro; um catalogo maior que a tabela
      *> apenas recebe a geracao nova, sem descarte (a regravacao
      *> perderia as geracoes excedentes).
      *>----------------------------------------------------------------*
       registrarCatalogo section.

           perform carregarCatalogo

           if catalogo-estourou
               display "AVISO: LOTBKCAT.DAT tem mais de 999 geracoes; geracao registrada sem descarte das antigas."
               open extend f-catalogo
               if ws-status-catalogo not = "00"
                   open output f-catalogo
               end-if
               perform montarRegistroCatalogo
               write reg-catalogo
               close f-catalogo
           else
               add 1 to ws-qtd-geracoes
               move ws-geracao         to ws-cat-geracao(ws-qtd-geracoes)
               move "B"                to ws-cat-origem(ws-qtd-geracoes)
               move ws-qtd-copiados    to ws-cat-qtd-arquivos(ws-qtd-geracoes)
               move ws-qtd-ausentes    to ws-cat-qtd-ausentes(ws-qtd-geracoes)
               move ws-total-registros to ws-cat-qtd-registros(ws-qtd-geracoes)
               move "JANELA"           to ws-cat-operador(ws-qtd-geracoes)

               move zero to ws-qtd-remover
               if ws-qtd-geracoes > ws-qtd-manter
                   compute ws-qtd-remover = ws-qtd-geracoes - ws-qtd-manter
                   perform varying ws-ix-geracao from 1 by 1
                           until ws-ix-geracao > ws-qtd-remover
                       perform removerGeracao
                   end-perform
               end-if

               open output f-catalogo
               compute ws-ix-geracao = ws-qtd-remover + 1
               perform until ws-ix-geracao > ws-qtd-geracoes
                   move ws-cat-geracao(ws-ix-geracao)  to bkc-geracao
                   move ws-cat-origem(ws-ix-geracao)   to bkc-origem
                   move ws-cat-qtd-arquivos(ws-ix-geracao)
                       to bkc-qtd-arquivos
                   move ws-cat-qtd-ausentes(ws-ix-geracao)
                       to bkc-qtd-ausentes
                   move ws-cat-qtd-registros(ws-ix-geracao)
                       to bkc-qtd-registros
                   move ws-cat-operador(ws-ix-geracao) to bkc-operador
                   write reg-catalogo
                   add 1 to ws-ix-geracao
               end-perform
               close f-catalogo
           end-if

           .
       registrarCatalogo-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o catalogo de geracoes em memoria
      *>----------------------------------------------------------------*
       carregarCatalogo section.

           move zero to ws-qtd-geracoes
           move "N"  to ws-fim-catalogo
           move "N"  to ws-catalogo-estourou

           open input f-catalogo
           if ws-status-catalogo = "00"
               perform until fim-catalogo
                   read f-catalogo
                       at end
                           set fim-catalogo to true
                       not at end
                           if ws-qtd-geracoes < 999
                               add 1 to ws-qtd-geracoes
                               move bkc-geracao to
                                   ws-cat-geracao(ws-qtd-geracoes)
                               move bkc-origem to
                                   ws-cat-origem(ws-qtd-geracoes)
                               move bkc-qtd-arquivos to
                                   ws-cat-qtd-arquivos(ws-qtd-geracoes)
                               move bkc-qtd-ausentes to
                                   ws-cat-qtd-ausentes(ws-qtd-geracoes)
                               move bkc-qtd-registros to
                                   ws-cat-qtd-registros(ws-qtd-geracoes)
                               move bkc-operador to
                                   ws-cat-operador(ws-qtd-geracoes)
                           else
                               set catalogo-estourou to true
                           end-if
                   end-read
               end-perform
               close f-catalogo
           end-if

           .
       carregarCatalogo-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Monta o registro de catalogo da geracao corrente
      *>----------------------------------------------------------------*
       montarRegistroCatalogo section.

           move ws-geracao         to bkc-geracao
           move "B"                to bkc-origem
           move ws-qtd-copiados    to bkc-qtd-arquivos
           move ws-qtd-ausentes    to bkc-qtd-ausentes
           move ws-total-registros to bkc-qtd-registros
           move "JANELA"           to bkc-operador

           .
       montarRegistroCatalogo-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Apaga uma geracao descartada do catalogo: as copias listadas
      *> no seu manifesto e o proprio manifesto
      *>----------------------------------------------------------------*
       removerGeracao section.

           move spaces to ws-nome-remover
           string "LOTBKP-" ws-cat-geracao(ws-ix-geracao) ".MAN"
               delimited by size into ws-nome-remover
           move ws-nome-remover to ws-nome-manifesto
           move "N" to ws-fim-manifesto

           open input f-manifesto
           if ws-status-manifesto = "00"
               perform until fim-manifesto
                   read f-manifesto
                       at end
                           set fim-manifesto to true
                       not at end
                           if  man-tipo-arquivo
                           and man-arquivo-copiado
                               call "CBL_DELETE_FILE"
                                   using man-nome-copia
                           end-if
                   end-read
               end-perform
               close f-manifesto
           end-if
           call "CBL_DELETE_FILE" using ws-nome-remover
           move zero to return-code

           display "  Geracao " ws-cat-geracao(ws-ix-geracao) " descartada (alem das " ws-qtd-manter " mantidas)"

           .
       removerGeracao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe o desfecho, audita e devolve o retorno ao chamador:
      *> zero com a geracao registrada, 1 quando o backup falhou (o
      *> loteriaSequenciador nao libera a janela)
      *>----------------------------------------------------------------*
       encerrarBackup section.

           display " "
           move spaces to ws-audit-mensagem
           if backup-falhou
               display "BACKUP FALHOU: " ws-motivo-falha
               display "Nenhuma geracao nova foi registrada; os arquivos mestres nao foram alterados."
               string "BACKUP FALHOU GERACAO=" ws-geracao
                   " MOTIVO=" ws-motivo-falha
                   delimited by size into ws-audit-mensagem
           else
               display "Backup concluido: geracao " ws-geracao ", " ws-qtd-copiados " arquivo(s) copiado(s), " ws-qtd-ausentes " ausente(s), " ws-total-registros " registro(s)."
               display "Manifesto em LOTBKP-" ws-geracao ".MAN"
               string "BACKUP GERACAO=" ws-geracao
                   " ARQUIVOS=" ws-qtd-copiados
                   " AUSENTES=" ws-qtd-ausentes
                   " REGISTROS=" ws-total-registros
                   " MANTIDAS=" ws-qtd-manter
                   " DESCARTADAS=" ws-qtd-remover
                   delimited by size into ws-audit-mensagem
           end-if
           perform gravarAuditoria

           if backup-falhou
               move 1 to return-code
           else
               move zero to return-code
           end-if

           .
       encerrarBackup-exit.
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
