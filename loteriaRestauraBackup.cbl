      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaRestauraBackup".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Restauracao de uma geracao de backup gravada pelo
      *> loteriaBackup. O operador escolhe a geracao no catalogo
      *> LOTBKCAT.DAT; antes de tocar em qualquer arquivo o manifesto
      *> da geracao e conferido por inteiro (header, trailer, totais e
      *> a quantidade de registros de cada copia). Com o manifesto
      *> conferido e a confirmacao do operador, o estado atual dos
      *> arquivos e salvo como uma nova geracao (origem R no catalogo,
      *> restauravel pelo proprio programa se for preciso desfazer) e
      *> so entao cada arquivo da geracao escolhida volta para o lugar:
      *> os copiados sao regravados e os que nao existiam no momento do
      *> backup sao removidos. Cada arquivo restaurado e recontado
      *> contra o manifesto. LOTAUDIT.LOG e LOTAUDCTL.DAT voltam juntos
      *> com os demais, de modo que a linha de auditoria da restauracao
      *> sai encadeada ao log restaurado; o log da janela desfeita fica
      *> preservado na geracao R.
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
      *> Arquivo lido e arquivo gravado em cada copia, com o nome
      *> montado em tempo de execucao: na copia do estado atual a
      *> origem e o arquivo vivo e o destino a copia da geracao R; na
      *> restauracao a origem e a copia da geracao escolhida e o
      *> destino o arquivo vivo. O historico indexado e sempre lido e
      *> gravado pelo f-historico.
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
      *> Manifesto da geracao, no leiaute gravado pelo loteriaBackup
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
      *> Catalogo de geracoes, da mais antiga para a mais recente
      *>----------------------------------------------------------------*
       01  ws-qtd-geracoes                         pic 9(04) value zero.
       01  ws-ix-geracao                           pic 9(04).
       01  ws-catalogo.
           05 ws-catalogo-entrada occurs 999 times.
              10 ws-cat-geracao                    pic x(14).
              10 ws-cat-origem                     pic x(01).
              10 ws-cat-qtd-arquivos               pic 9(02).
              10 ws-cat-qtd-ausentes               pic 9(02).
              10 ws-cat-qtd-registros              pic 9(11).
              10 ws-cat-operador                   pic x(20).

       01  ws-escolha                              pic 9(04).
       01  ws-geracao-escolhida                    pic x(14).
       01  ws-geracao-anterior                     pic x(14).
       01  ws-geracao-exibida                      pic x(14).
       01  ws-geracao-d redefines ws-geracao-exibida.
           05 ws-ger-ano                           pic x(04).
           05 ws-ger-mes                           pic x(02).
           05 ws-ger-dia                           pic x(02).
           05 ws-ger-hora                          pic x(02).
           05 ws-ger-minuto                        pic x(02).
           05 ws-ger-segundo                       pic x(02).
       01  ws-origem-descricao                     pic x(16).

      *>----------------------------------------------------------------*
      *> Manifesto da geracao escolhida carregado em memoria, com a
      *> quantidade recontada de cada copia e, depois, o resultado da
      *> copia do estado atual (geracao R) de cada arquivo
      *>----------------------------------------------------------------*
       01  ws-qtd-manifesto                        pic 9(02) value zero.
       01  ws-ix-manifesto                         pic 9(02).
       01  ws-manifesto.
           05 ws-manifesto-entrada occurs 30 times.
              10 ws-man-nome-arquivo               pic x(16).
              10 ws-man-situacao                   pic x(01).
              10 ws-man-qtd-registros              pic 9(09).
              10 ws-man-nome-copia                 pic x(40).
              10 ws-ant-situacao                   pic x(01).
              10 ws-ant-qtd-registros              pic 9(09).
              10 ws-ant-nome-copia                 pic x(40).

       01  ws-tem-header                           pic x(01).
           88 tem-header                               value "S".
       01  ws-tem-trailer                          pic x(01).
           88 tem-trailer                              value "S".
       01  ws-hdr-qtd-arquivos                     pic 9(02).
       01  ws-trl-qtd-arquivos                     pic 9(02).
       01  ws-trl-qtd-registros                    pic 9(11).
       01  ws-soma-registros                       pic 9(11).

       01  ws-manifesto-valido                     pic x(01).
           88 manifesto-valido                         value "S".
       01  ws-qtd-falhas                           pic 9(02) value zero.
       01  ws-motivo-recusa                        pic x(100).
       01  ws-motivo-primeira-falha                pic x(100).

       01  ws-nome-origem                          pic x(40).
       01  ws-nome-destino                         pic x(40).
       01  ws-nome-manifesto                       pic x(40).
       01  ws-nome-remover                         pic x(40).

       01  ws-situacao-arquivo                     pic x(01).
           88 arquivo-copiado                          value "C".
           88 arquivo-ausente                          value "A".
       01  ws-copia-falhou                         pic x(01) value "N".
           88 copia-falhou                             value "S".
       01  ws-motivo-falha                         pic x(100).

       01  ws-qtd-lidos                            pic 9(09).
       01  ws-qtd-conferidos                       pic 9(09).
       01  ws-qtd-gravacao-invalida                pic 9(09).
       01  ws-ant-qtd-copiados                     pic 9(02) value zero.
       01  ws-ant-qtd-ausentes                     pic 9(02) value zero.
       01  ws-ant-total-registros                  pic 9(11) value zero.

       01  ws-qtd-restaurados                      pic 9(02) value zero.
       01  ws-qtd-removidos                        pic 9(02) value zero.
       01  ws-qtd-divergencias                     pic 9(02) value zero.
       01  ws-total-restaurado                     pic 9(11) value zero.

       01  ws-resposta                             pic x(01).
       01  ws-operador                             pic x(20).
       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           perform inicializa
           perform escolherGeracao
           perform verificarManifesto
           perform confirmarRestauracao
           perform gerarCopiaAnterior
           perform restaurarArquivos
           perform encerrarRestauracao
           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Identifica o operador e carrega o catalogo de geracoes
      *>----------------------------------------------------------------*
       inicializa section.

           display "Restauracao de geracao de backup (catalogo LOTBKCAT.DAT)"
           display "Identificacao do operador:"
           move spaces to ws-operador
           accept ws-operador
           if ws-operador = spaces
               display "Operador nao informado; nenhuma restauracao e permitida sem identificacao."
               perform finaliza
           end-if

           perform carregarCatalogo
           if ws-qtd-geracoes = zero
               display "Nenhuma geracao de backup registrada em LOTBKCAT.DAT; nada a restaurar."
               perform finaliza
           end-if

           .
       inicializa-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Carrega o catalogo de geracoes em memoria
      *>----------------------------------------------------------------*
       carregarCatalogo section.

           move zero to ws-qtd-geracoes
           move "N"  to ws-fim-catalogo

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
                               display "AVISO: LOTBKCAT.DAT tem mais de 999 geracoes; listadas apenas as 999 primeiras."
                               set fim-catalogo to true
                           end-if
                   end-read
               end-perform
               close f-catalogo
           end-if

           .
       carregarCatalogo-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista as geracoes do catalogo e le a escolhida pelo numero;
      *> zero desiste sem alterar nada
      *>----------------------------------------------------------------*
       escolherGeracao section.

           display " "
           display "Geracoes disponiveis:"
           perform varying ws-ix-geracao from 1 by 1
                   until ws-ix-geracao > ws-qtd-geracoes
               move ws-cat-geracao(ws-ix-geracao) to ws-geracao-exibida
               if ws-cat-origem(ws-ix-geracao) = "R"
                   move "PRE-RESTAURACAO" to ws-origem-descricao
               else
                   move "BACKUP DA JANELA" to ws-origem-descricao
               end-if
               display ws-ix-geracao " - " ws-ger-dia "/" ws-ger-mes "/" ws-ger-ano
                   " " ws-ger-hora ":" ws-ger-minuto ":" ws-ger-segundo
                   " " ws-origem-descricao
                   " ARQUIVOS=" ws-cat-qtd-arquivos(ws-ix-geracao)
                   " AUSENTES=" ws-cat-qtd-ausentes(ws-ix-geracao)
                   " REGISTROS=" ws-cat-qtd-registros(ws-ix-geracao)
           end-perform

           display "Numero da geracao a restaurar (0 = desistir):"
           move zero to ws-escolha
           accept ws-escolha
           perform until ws-escolha <= ws-qtd-geracoes
               display "Numero invalido; informe de 1 a " ws-qtd-geracoes " (0 = desistir):"
               move zero to ws-escolha
               accept ws-escolha
           end-perform

           if ws-escolha = zero
               display "Restauracao cancelada pelo operador; nenhum arquivo foi alterado."
               perform finaliza
           end-if

           move ws-cat-geracao(ws-escolha) to ws-geracao-escolhida

           .
       escolherGeracao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Confere o manifesto da geracao escolhida antes de qualquer
      *> alteracao: header da mesma geracao, trailer presente, totais
      *> do trailer batendo com os registros de arquivo e cada copia
      *> existente com a quantidade de registros do manifesto. Qualquer
      *> falha recusa a restauracao.
      *>----------------------------------------------------------------*
       verificarManifesto section.

           move "S"    to ws-manifesto-valido
           move zero   to ws-qtd-falhas
           move spaces to ws-motivo-recusa

           perform carregarManifesto

           if manifesto-valido
               display " "
               display "Conferencia das copias da geracao " ws-geracao-escolhida ":"
               perform varying ws-ix-manifesto from 1 by 1
                       until ws-ix-manifesto > ws-qtd-manifesto
                   perform conferirCopia
               end-perform
           end-if

           if not manifesto-valido
               display " "
               display "RESTAURACAO RECUSADA: " ws-qtd-falhas " falha(s) na conferencia; primeira: " ws-motivo-primeira-falha
               display "Nenhum arquivo foi alterado."
               move spaces to ws-audit-mensagem
               string "RESTAURACAO RECUSADA GERACAO=" ws-geracao-escolhida
                   " FALHAS=" ws-qtd-falhas
                   " OPERADOR=" ws-operador
                   " MOTIVO=" ws-motivo-primeira-falha
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria
               move 1 to return-code
               perform finaliza
           end-if

           .
       verificarManifesto-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o manifesto da geracao para a memoria e confere a sua
      *> estrutura (header, trailer e totais)
      *>----------------------------------------------------------------*
       carregarManifesto section.

           move zero to ws-qtd-manifesto
           move zero to ws-soma-registros
           move zero to ws-hdr-qtd-arquivos
           move zero to ws-trl-qtd-arquivos
           move zero to ws-trl-qtd-registros
           move "N"  to ws-tem-header
           move "N"  to ws-tem-trailer
           move "N"  to ws-fim-manifesto

           move spaces to ws-nome-manifesto
           string "LOTBKP-" ws-geracao-escolhida ".MAN"
               delimited by size into ws-nome-manifesto

           open input f-manifesto
           if ws-status-manifesto not = "00"
               move spaces to ws-motivo-recusa
               string "manifesto " delimited by size
                   ws-nome-manifesto delimited by space
                   " nao encontrado (status " ws-status-manifesto ")"
                   delimited by size into ws-motivo-recusa
               perform registrarFalha
           else
               perform until fim-manifesto
                   read f-manifesto
                       at end
                           set fim-manifesto to true
                       not at end
                           perform carregarRegistroManifesto
                   end-read
               end-perform
               close f-manifesto

               evaluate true
                   when not tem-header
                       move "manifesto sem header da geracao" to ws-motivo-recusa
                       perform registrarFalha
                   when not tem-trailer
                       move "manifesto sem trailer; geracao incompleta ou truncada" to ws-motivo-recusa
                       perform registrarFalha
                   when ws-qtd-manifesto = zero
                       move "manifesto sem nenhum arquivo" to ws-motivo-recusa
                       perform registrarFalha
                   when ws-trl-qtd-arquivos not = ws-qtd-manifesto
                     or ws-hdr-qtd-arquivos not = ws-qtd-manifesto
                       move "quantidade de arquivos do header/trailer difere dos registros do manifesto" to ws-motivo-recusa
                       perform registrarFalha
                   when ws-trl-qtd-registros not = ws-soma-registros
                       move "total de registros do trailer difere da soma dos arquivos do manifesto" to ws-motivo-recusa
                       perform registrarFalha
               end-evaluate
           end-if

           .
       carregarManifesto-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Trata um registro lido do manifesto conforme o tipo
      *>----------------------------------------------------------------*
       carregarRegistroManifesto section.

           evaluate true
               when man-tipo-header
                   if man-hdr-geracao = ws-geracao-escolhida
                  and man-hdr-qtd-arquivos numeric
                       set tem-header to true
                       move man-hdr-qtd-arquivos to ws-hdr-qtd-arquivos
                   else
                       move "header do manifesto de outra geracao ou invalido" to ws-motivo-recusa
                       perform registrarFalha
                   end-if
               when man-tipo-arquivo
                   if  ws-qtd-manifesto < 30
                   and man-qtd-registros numeric
                   and (man-arquivo-copiado or man-arquivo-ausente)
                       add 1 to ws-qtd-manifesto
                       move man-nome-arquivo  to
                           ws-man-nome-arquivo(ws-qtd-manifesto)
                       move man-situacao      to
                           ws-man-situacao(ws-qtd-manifesto)
                       move man-qtd-registros to
                           ws-man-qtd-registros(ws-qtd-manifesto)
                       move man-nome-copia    to
                           ws-man-nome-copia(ws-qtd-manifesto)
                       add man-qtd-registros  to ws-soma-registros
                   else
                       move spaces to ws-motivo-recusa
                       string "registro de arquivo invalido no manifesto ("
                           man-nome-arquivo ")"
                           delimited by size into ws-motivo-recusa
                       perform registrarFalha
                   end-if
               when man-tipo-trailer
                   if  man-trl-qtd-arquivos numeric
                   and man-trl-qtd-registros numeric
                       set tem-trailer to true
                       move man-trl-qtd-arquivos  to ws-trl-qtd-arquivos
                       move man-trl-qtd-registros to ws-trl-qtd-registros
                   else
                       move "trailer do manifesto invalido" to ws-motivo-recusa
                       perform registrarFalha
                   end-if
               when other
                   move "registro de tipo desconhecido no manifesto" to ws-motivo-recusa
                   perform registrarFalha
           end-evaluate

           .
       carregarRegistroManifesto-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Reconta a copia de um arquivo do manifesto e compara com a
      *> quantidade registrada no backup
      *>----------------------------------------------------------------*
       conferirCopia section.

           if ws-man-situacao(ws-ix-manifesto) = "A"
               display "  " ws-man-nome-arquivo(ws-ix-manifesto) " AUSENTE no backup (sera removido)"
           else
               move ws-man-nome-copia(ws-ix-manifesto) to ws-nome-origem
               perform contarRegistrosOrigem
               if ws-status-origem not = "00"
                   display "  " ws-man-nome-arquivo(ws-ix-manifesto) " COPIA NAO ENCONTRADA (status " ws-status-origem ")"
                   move spaces to ws-motivo-recusa
                   string "copia " delimited by size
                       ws-nome-origem delimited by space
                       " nao encontrada (status " ws-status-origem ")"
                       delimited by size into ws-motivo-recusa
                   perform registrarFalha
               else
                   if ws-qtd-conferidos = ws-man-qtd-registros(ws-ix-manifesto)
                       display "  " ws-man-nome-arquivo(ws-ix-manifesto) " OK       " ws-qtd-conferidos " registro(s)"
                   else
                       display "  " ws-man-nome-arquivo(ws-ix-manifesto) " DIVERGENTE manifesto=" ws-man-qtd-registros(ws-ix-manifesto) " copia=" ws-qtd-conferidos
                       move spaces to ws-motivo-recusa
                       string "copia " delimited by size
                           ws-nome-origem delimited by space
                           " com " ws-qtd-conferidos
                           " registro(s), manifesto com "
                           ws-man-qtd-registros(ws-ix-manifesto)
                           delimited by size into ws-motivo-recusa
                       perform registrarFalha
                   end-if
               end-if
           end-if

           .
       conferirCopia-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Conta uma falha de conferencia; o motivo que fica para a
      *> auditoria e o da primeira falha encontrada
      *>----------------------------------------------------------------*
       registrarFalha section.

           if manifesto-valido
               move "N" to ws-manifesto-valido
               move ws-motivo-recusa to ws-motivo-primeira-falha
           end-if
           add 1 to ws-qtd-falhas

           .
       registrarFalha-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Pede a confirmacao do operador, mostrando o que sera feito
      *>----------------------------------------------------------------*
       confirmarRestauracao section.

           move ws-geracao-escolhida to ws-geracao-exibida
           display " "
           display "ATENCAO: os arquivos acima serao substituidos pela geracao de "
               ws-ger-dia "/" ws-ger-mes "/" ws-ger-ano " " ws-ger-hora ":"
               ws-ger-minuto ":" ws-ger-segundo
               "; os marcados AUSENTE serao removidos."
           display "O estado atual sera salvo antes como uma nova geracao (PRE-RESTAURACAO)."
           display "Confirma a restauracao (S/N) ? "
           move spaces to ws-resposta
           accept ws-resposta
           if function upper-case(ws-resposta) not = "S"
               display "Restauracao cancelada pelo operador; nenhum arquivo foi alterado."
               perform finaliza
           end-if

           .
       confirmarRestauracao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Salva o estado atual dos arquivos do manifesto como uma nova
      *> geracao (origem R), com manifesto e registro no catalogo, para
      *> que a restauracao possa ser desfeita. Sem essa copia completa
      *> nada e restaurado.
      *>----------------------------------------------------------------*
       gerarCopiaAnterior section.

           move function current-date(1:14) to ws-geracao-anterior
           move "N" to ws-copia-falhou
           if ws-cat-geracao(ws-qtd-geracoes) not < ws-geracao-anterior
               set copia-falhou to true
               move spaces to ws-motivo-falha
               string "geracao " ws-geracao-anterior
                   " ja existe no catalogo LOTBKCAT.DAT; executar novamente"
                   delimited by size into ws-motivo-falha
           else
               move spaces to ws-audit-mensagem
               string "RESTAURACAO INICIADA GERACAO=" ws-geracao-escolhida
                   " ANTERIOR=" ws-geracao-anterior
                   " OPERADOR=" ws-operador
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria

               display " "
               display "Salvando o estado atual na geracao " ws-geracao-anterior ":"
               perform varying ws-ix-manifesto from 1 by 1
                       until ws-ix-manifesto > ws-qtd-manifesto
                          or copia-falhou
                   perform copiarArquivoAtual
               end-perform

               if copia-falhou
                   perform descartarCopiaAnterior
               else
                   perform gravarManifestoAnterior
               end-if
               if not copia-falhou
                   perform registrarCopiaAnterior
               end-if
           end-if

           if copia-falhou
               display " "
               display "RESTAURACAO ABORTADA: " ws-motivo-falha
               display "Nenhum arquivo foi alterado."
               move spaces to ws-audit-mensagem
               string "RESTAURACAO ABORTADA GERACAO=" ws-geracao-escolhida
                   " OPERADOR=" ws-operador
                   " MOTIVO=" ws-motivo-falha
                   delimited by size into ws-audit-mensagem
               perform gravarAuditoria
               move 1 to return-code
               perform finaliza
           end-if

           .
       gerarCopiaAnterior-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Copia um arquivo vivo para a geracao R e confere a copia
      *>----------------------------------------------------------------*
       copiarArquivoAtual section.

           move ws-man-nome-arquivo(ws-ix-manifesto) to ws-nome-origem
           move spaces to ws-nome-destino
           string "LOTBKP-" ws-geracao-anterior "-" ws-nome-origem
               delimited by space into ws-nome-destino
           move zero   to ws-qtd-lidos
           move spaces to ws-situacao-arquivo

           if ws-nome-origem = "LOTHIST.DAT"
               perform copiarHistoricoParaSequencial
           else
               perform copiarSequencial
           end-if

           if not copia-falhou
               if arquivo-copiado
                   perform contarRegistrosDestino
                   if ws-qtd-conferidos not = ws-qtd-lidos
                       set copia-falhou to true
                       move spaces to ws-motivo-falha
                       string "copia de " delimited by size
                           ws-nome-origem delimited by space
                           " com " ws-qtd-conferidos
                           " registro(s), original com " ws-qtd-lidos
                           delimited by size into ws-motivo-falha
                   end-if
               end-if
           end-if

           if not copia-falhou
               move ws-situacao-arquivo to ws-ant-situacao(ws-ix-manifesto)
               move ws-qtd-lidos to ws-ant-qtd-registros(ws-ix-manifesto)
               if arquivo-copiado
                   move ws-nome-destino to ws-ant-nome-copia(ws-ix-manifesto)
                   add 1 to ws-ant-qtd-copiados
                   add ws-qtd-lidos to ws-ant-total-registros
                   display "  " ws-man-nome-arquivo(ws-ix-manifesto) " SALVO    " ws-qtd-lidos " registro(s)"
               else
                   move spaces to ws-ant-nome-copia(ws-ix-manifesto)
                   add 1 to ws-ant-qtd-ausentes
                   display "  " ws-man-nome-arquivo(ws-ix-manifesto) " AUSENTE  (arquivo nao existe)"
               end-if
           end-if

           .
       copiarArquivoAtual-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Apaga as copias ja gravadas de uma geracao R que nao se
      *> completou
      *>----------------------------------------------------------------*
       descartarCopiaAnterior section.

           perform varying ws-ix-manifesto from 1 by 1
                   until ws-ix-manifesto > ws-qtd-manifesto
               move spaces to ws-nome-remover
               string "LOTBKP-" ws-geracao-anterior "-"
                   ws-man-nome-arquivo(ws-ix-manifesto)
                   delimited by space into ws-nome-remover
               call "CBL_DELETE_FILE" using ws-nome-remover
           end-perform
           move spaces to ws-nome-remover
           string "LOTBKP-" ws-geracao-anterior ".MAN"
               delimited by size into ws-nome-remover
           call "CBL_DELETE_FILE" using ws-nome-remover
           move zero to return-code

           .
       descartarCopiaAnterior-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Grava o manifesto da geracao R no mesmo leiaute do backup
      *>----------------------------------------------------------------*
       gravarManifestoAnterior section.

           move spaces to ws-nome-manifesto
           string "LOTBKP-" ws-geracao-anterior ".MAN"
               delimited by size into ws-nome-manifesto

           open output f-manifesto
           if ws-status-manifesto not = "00"
               set copia-falhou to true
               move spaces to ws-motivo-falha
               string "criacao do manifesto " delimited by size
                   ws-nome-manifesto delimited by space
                   " com status " ws-status-manifesto
                   delimited by size into ws-motivo-falha
               perform descartarCopiaAnterior
           else
               move spaces to reg-manifesto
               set man-tipo-header to true
               move ws-geracao-anterior to man-hdr-geracao
               move "R"                 to man-hdr-origem
               move ws-qtd-manifesto    to man-hdr-qtd-arquivos
               write reg-manifesto

               perform varying ws-ix-manifesto from 1 by 1
                       until ws-ix-manifesto > ws-qtd-manifesto
                   move spaces to reg-manifesto
                   set man-tipo-arquivo to true
                   move ws-man-nome-arquivo(ws-ix-manifesto)
                       to man-nome-arquivo
                   move ws-ant-situacao(ws-ix-manifesto)
                       to man-situacao
                   move ws-ant-qtd-registros(ws-ix-manifesto)
                       to man-qtd-registros
                   move ws-ant-nome-copia(ws-ix-manifesto)
                       to man-nome-copia
                   write reg-manifesto
               end-perform

               move spaces to reg-manifesto
               set man-tipo-trailer to true
               move ws-qtd-manifesto       to man-trl-qtd-arquivos
               move ws-ant-total-registros to man-trl-qtd-registros
               write reg-manifesto
               close f-manifesto
           end-if

           .
       gravarManifestoAnterior-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Acrescenta a geracao R ao catalogo; o descarte das geracoes
      *> antigas fica com o proximo loteriaBackup
      *>----------------------------------------------------------------*
       registrarCopiaAnterior section.

           move ws-geracao-anterior    to bkc-geracao
           move "R"                    to bkc-origem
           move ws-ant-qtd-copiados    to bkc-qtd-arquivos
           move ws-ant-qtd-ausentes    to bkc-qtd-ausentes
           move ws-ant-total-registros to bkc-qtd-registros
           move ws-operador            to bkc-operador

           open extend f-catalogo
           if ws-status-catalogo not = "00"
               open output f-catalogo
           end-if
           write reg-catalogo
           close f-catalogo

           display "Estado atual salvo: geracao " ws-geracao-anterior ", " ws-ant-qtd-copiados " arquivo(s), " ws-ant-total-registros " registro(s)."

           .
       registrarCopiaAnterior-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Devolve cada arquivo da geracao escolhida ao lugar e reconta o
      *> arquivo restaurado contra o manifesto. Uma falha em um arquivo
      *> nao interrompe os demais: todos sao tentados e as divergencias
      *> ficam listadas (a geracao R permite voltar ao estado anterior).
      *>----------------------------------------------------------------*
       restaurarArquivos section.

           display " "
           display "Restaurando a geracao " ws-geracao-escolhida ":"
           perform varying ws-ix-manifesto from 1 by 1
                   until ws-ix-manifesto > ws-qtd-manifesto
               perform restaurarArquivo
           end-perform

           .
       restaurarArquivos-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Restaura (ou remove, se ausente no backup) um arquivo e confere
      *> a quantidade de registros resultante
      *>----------------------------------------------------------------*
       restaurarArquivo section.

           move "N"    to ws-copia-falhou
           move spaces to ws-motivo-falha
           move zero   to ws-qtd-lidos

           if ws-man-situacao(ws-ix-manifesto) = "A"
               perform removerArquivoVivo
           else
               move ws-man-nome-copia(ws-ix-manifesto) to ws-nome-origem
               move ws-man-nome-arquivo(ws-ix-manifesto) to ws-nome-destino
               if ws-nome-destino = "LOTHIST.DAT"
                   perform copiarSequencialParaHistorico
               else
                   perform copiarSequencial
               end-if
           end-if

           if not copia-falhou
               move ws-man-nome-arquivo(ws-ix-manifesto) to ws-nome-destino
               if ws-nome-destino = "LOTHIST.DAT"
                   perform contarRegistrosHistorico
               else
                   perform contarRegistrosDestino
               end-if
               if ws-qtd-conferidos not = ws-man-qtd-registros(ws-ix-manifesto)
                   set copia-falhou to true
                   move spaces to ws-motivo-falha
                   string "restaurado com " ws-qtd-conferidos
                       " registro(s), manifesto com "
                       ws-man-qtd-registros(ws-ix-manifesto)
                       delimited by size into ws-motivo-falha
               end-if
           end-if

           if copia-falhou
               add 1 to ws-qtd-divergencias
               display "  " ws-man-nome-arquivo(ws-ix-manifesto) " DIVERGENTE " ws-motivo-falha
           else
               if ws-man-situacao(ws-ix-manifesto) = "A"
                   add 1 to ws-qtd-removidos
                   display "  " ws-man-nome-arquivo(ws-ix-manifesto) " REMOVIDO (nao existia no backup)"
               else
                   add 1 to ws-qtd-restaurados
                   add ws-qtd-conferidos to ws-total-restaurado
                   display "  " ws-man-nome-arquivo(ws-ix-manifesto) " RESTAURADO " ws-qtd-conferidos " registro(s)"
               end-if
           end-if

           .
       restaurarArquivo-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Arquivo que nao existia no momento do backup: o arquivo vivo e
      *> removido. O historico indexado e recriado vazio, para nao
      *> deixar partes do indice para tras.
      *>----------------------------------------------------------------*
       removerArquivoVivo section.

           if ws-man-nome-arquivo(ws-ix-manifesto) = "LOTHIST.DAT"
               open output f-historico
               if ws-status-historico = "00"
                   close f-historico
               else
                   set copia-falhou to true
                   move spaces to ws-motivo-falha
                   string "recriacao de LOTHIST.DAT com status "
                       ws-status-historico
                       delimited by size into ws-motivo-falha
               end-if
           else
               move ws-man-nome-arquivo(ws-ix-manifesto) to ws-nome-remover
               call "CBL_DELETE_FILE" using ws-nome-remover
               move zero to return-code
           end-if

           .
       removerArquivoVivo-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Copia linha a linha o arquivo ws-nome-origem para
      *> ws-nome-destino; origem inexistente fica como ausente
      *>----------------------------------------------------------------*
       copiarSequencial section.

           open input f-origem
           if ws-status-origem = "35"
               set arquivo-ausente to true
           else
               if ws-status-origem not = "00"
                   set copia-falhou to true
                   move spaces to ws-motivo-falha
                   string "abertura de " delimited by size
                       ws-nome-origem delimited by space
                       " com status " ws-status-origem
                       delimited by size into ws-motivo-falha
               else
                   open output f-destino
                   if ws-status-destino not = "00"
                       set copia-falhou to true
                       move spaces to ws-motivo-falha
                       string "criacao de " delimited by size
                           ws-nome-destino delimited by space
                           " com status " ws-status-destino
                           delimited by size into ws-motivo-falha
                   else
                       set arquivo-copiado to true
                       move "N" to ws-fim-origem
                       perform until fim-origem or copia-falhou
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
      *> Grava um registro no destino sequencial e conta o gravado
      *>----------------------------------------------------------------*
       gravarRegistroDestino section.

           write reg-destino
           if ws-status-destino = "00"
               add 1 to ws-qtd-lidos
           else
               set copia-falhou to true
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
      *> Copia o historico indexado vivo para a copia sequencial da
      *> geracao R
      *>----------------------------------------------------------------*
       copiarHistoricoParaSequencial section.

           open input f-historico
           if ws-status-historico = "35"
               set arquivo-ausente to true
           else
               if ws-status-historico not = "00"
                   set copia-falhou to true
                   move spaces to ws-motivo-falha
                   string "abertura de LOTHIST.DAT com status "
                       ws-status-historico
                       delimited by size into ws-motivo-falha
               else
                   open output f-destino
                   if ws-status-destino not = "00"
                       set copia-falhou to true
                       move spaces to ws-motivo-falha
                       string "criacao de " delimited by size
                           ws-nome-destino delimited by space
                           " com status " ws-status-destino
                           delimited by size into ws-motivo-falha
                   else
                       set arquivo-copiado to true
                       move "N" to ws-fim-historico
                       perform until fim-historico or copia-falhou
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
       copiarHistoricoParaSequencial-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Recria o historico indexado a partir da copia sequencial da
      *> geracao escolhida; chave duplicada conta como gravacao
      *> invalida e aparece como divergencia na recontagem
      *>----------------------------------------------------------------*
       copiarSequencialParaHistorico section.

           move zero to ws-qtd-gravacao-invalida

           open input f-origem
           if ws-status-origem not = "00"
               set copia-falhou to true
               move spaces to ws-motivo-falha
               string "abertura de " delimited by size
                   ws-nome-origem delimited by space
                   " com status " ws-status-origem
                   delimited by size into ws-motivo-falha
           else
               open output f-historico
               if ws-status-historico not = "00"
                   set copia-falhou to true
                   move spaces to ws-motivo-falha
                   string "recriacao de LOTHIST.DAT com status "
                       ws-status-historico
                       delimited by size into ws-motivo-falha
               else
                   move "N" to ws-fim-origem
                   perform until fim-origem
                       read f-origem
                           at end
                               set fim-origem to true
                           not at end
                               move reg-origem to reg-historico
                               write reg-historico
                                   invalid key
                                       add 1 to ws-qtd-gravacao-invalida
                                   not invalid key
                                       add 1 to ws-qtd-lidos
                               end-write
                       end-read
                   end-perform
                   close f-historico
                   if ws-qtd-gravacao-invalida > zero
                       display "  LOTHIST.DAT: " ws-qtd-gravacao-invalida " registro(s) recusado(s) na regravacao (chave duplicada)"
                   end-if
               end-if
               close f-origem
           end-if

           .
       copiarSequencialParaHistorico-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Conta os registros do arquivo sequencial ws-nome-origem
      *> (ausente deixa o status da abertura para o chamador)
      *>----------------------------------------------------------------*
       contarRegistrosOrigem section.

           move zero to ws-qtd-conferidos
           move "N"  to ws-fim-origem

           open input f-origem
           if ws-status-origem = "00"
               perform until fim-origem
                   read f-origem
                       at end
                           set fim-origem to true
                       not at end
                           add 1 to ws-qtd-conferidos
                   end-read
               end-perform
               close f-origem
               move "00" to ws-status-origem
           end-if

           .
       contarRegistrosOrigem-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Conta os registros do arquivo sequencial ws-nome-destino;
      *> arquivo inexistente conta zero
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
      *> Conta os registros do historico indexado vivo
      *>----------------------------------------------------------------*
       contarRegistrosHistorico section.

           move zero to ws-qtd-conferidos
           move "N"  to ws-fim-historico

           open input f-historico
           if ws-status-historico = "00"
               perform until fim-historico
                   read f-historico next
                       at end
                           set fim-historico to true
                       not at end
                           add 1 to ws-qtd-conferidos
                   end-read
               end-perform
               close f-historico
           end-if

           .
       contarRegistrosHistorico-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe o desfecho, audita no log ja restaurado e devolve o
      *> retorno: zero sem divergencias, 1 com alguma divergencia
      *>----------------------------------------------------------------*
       encerrarRestauracao section.

           display " "
           if ws-qtd-divergencias > zero
               display "RESTAURACAO COM " ws-qtd-divergencias " DIVERGENCIA(S); para voltar ao estado anterior restaure a geracao " ws-geracao-anterior "."
           else
               display "Restauracao concluida: " ws-qtd-restaurados " arquivo(s) restaurado(s), " ws-qtd-removidos " removido(s), " ws-total-restaurado " registro(s)."
               display "Estado anterior preservado na geracao " ws-geracao-anterior "."
           end-if

           move spaces to ws-audit-mensagem
           string "RESTAURACAO GERACAO=" ws-geracao-escolhida
               " RESTAURADOS=" ws-qtd-restaurados
               " REMOVIDOS=" ws-qtd-removidos
               " REGISTROS=" ws-total-restaurado
               " DIVERGENCIAS=" ws-qtd-divergencias
               " ANTERIOR=" ws-geracao-anterior
               " OPERADOR=" ws-operador
               delimited by size into ws-audit-mensagem
           perform gravarAuditoria

           if ws-qtd-divergencias > zero
               move 1 to return-code
           else
               move zero to return-code
           end-if

           .
       encerrarRestauracao-exit.
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
