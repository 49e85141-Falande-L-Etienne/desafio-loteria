               organization is line sequential
               file status is ws-status-processados.

      *>----------------------------------------------------------------*
      *> Catalogo de geracoes do loteriaBackup: o passo de backup so e
      *> dado como concluido se registrou uma geracao nova nele
      *>----------------------------------------------------------------*
           select f-catalogo-backup
               assign to "LOTBKCAT.DAT"
               organization is line sequential
               file status is ws-status-catalogo-backup.

      *>Declaração de variáveis
       data division.

           05 proc-identificador                    pic x(12).
           05 proc-data-hora                        pic x(14).

       fd  f-catalogo-backup.
       01  reg-catalogo-backup.
           05 bkc-geracao                           pic x(14).
           05 bkc-origem                            pic x(01).
              88 bkc-backup-janela                      value "B".
           05 bkc-qtd-arquivos                      pic 9(02).
           05 bkc-qtd-ausentes                      pic 9(02).
           05 bkc-qtd-registros                     pic 9(11).
           05 bkc-operador                          pic x(20).

       working-storage section.

       01  ws-status-grade                         pic x(02).
       01  ws-status-rel-concilia                  pic x(02).
       01  ws-status-transacoes                    pic x(02).
       01  ws-status-processados                   pic x(02).
       01  ws-status-catalogo-backup               pic x(02).

       01  ws-fim-grade                            pic x(01) value "N".
           88 fim-grade                                value "S".
           88 fim-transacoes                           value "S".
       01  ws-fim-processados                      pic x(01) value "N".
           88 fim-processados                          value "S".
       01  ws-fim-catalogo-backup                  pic x(01) value "N".
           88 fim-catalogo-backup                      value "S".

      *>----------------------------------------------------------------*
      *> Decisao da verificacao de liberacao do passo corrente:
       01  ws-comando-passo                        pic x(100).
       01  ws-retorno-comando                      pic s9(04).

      *>----------------------------------------------------------------*
      *> Ultima geracao do catalogo de backup antes e depois do passo
      *> de backup, para confirmar que ele gravou uma geracao nova
      *>----------------------------------------------------------------*
       01  ws-geracao-antes-passo                  pic x(14).
       01  ws-ultima-geracao                       pic x(14).
       01  ws-ultima-origem                        pic x(01).

       01  ws-audit-mensagem                       pic x(160).

       procedure division.
           move spaces to ws-motivo-passo
           move sched-comando to ws-comando-passo

           if ws-qtd-passos = 1
               perform verificarPassoInicial
           end-if

           if passo-liberado
               evaluate function upper-case(sched-tipo)
                   when "BATCH     "
                       perform verificarPassoBatch
                   when "CONFERE   "
                       perform verificarPassoConfere
                   when "ARQUIVA   "
                       perform verificarPassoArquiva
                   when other
                       continue
               end-evaluate
           end-if

           evaluate true
               when passo-barrado
       tratarPasso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> O primeiro passo da grade precisa ser o backup dos arquivos
      *> mestres e de controle (tipo BACKUP, loteriaBackup): sem uma
      *> geracao limpa tirada antes da janela, uma janela interrompida
      *> no meio nao teria para onde voltar, entao nenhum outro passo
      *> roda antes dele
      *>----------------------------------------------------------------*
       verificarPassoInicial section.

           if function upper-case(sched-tipo) not = "BACKUP"
               set passo-barrado to true
               move "primeiro passo da grade precisa ser o BACKUP dos arquivos mestres (tipo BACKUP)" to ws-motivo-passo
           end-if

           .
       verificarPassoInicial-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Liberacao do passo de batch: o arquivo de transacoes precisa
      *> existir e ter header; se o identificador do header ja consta

      *>----------------------------------------------------------------*
      *> Executa o comando do passo liberado e registra o desfecho no
      *> controle; um retorno diferente de zero encerra a janela. O
      *> passo de backup tambem precisa ter registrado uma geracao
      *> nova no catalogo, senao a janela para ali.
      *>----------------------------------------------------------------*
       executarComandoPasso section.

           if function upper-case(sched-tipo) = "BACKUP"
               perform lerUltimaGeracaoBackup
               move ws-ultima-geracao to ws-geracao-antes-passo
           end-if

           call "SYSTEM" using ws-comando-passo

           if  return-code = zero
           and function upper-case(sched-tipo) = "BACKUP"
               perform verificarBackupGerado
           end-if

           if  return-code = zero
           and not passo-barrado
               add 1 to ws-qtd-executados
               set passo-liberado to true
               move "concluido" to ws-motivo-passo
               perform gravarControle
           else
               set passo-barrado to true
               if return-code not = zero
                   move return-code to ws-retorno-comando
                   move spaces to ws-motivo-passo
                   string "comando terminou com retorno " ws-retorno-comando
                       delimited by size into ws-motivo-passo
               end-if
               display "PASSO " sched-passo " FALHOU: " ws-motivo-passo
               perform gravarControle
               set janela-parada to true
       executarComandoPasso-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Confirma que o backup terminado com retorno zero registrou de
      *> fato uma geracao de backup da janela em LOTBKCAT.DAT, posterior
      *> a ultima existente antes do passo (um comando errado na grade
      *> tambem retornaria zero)
      *>----------------------------------------------------------------*
       verificarBackupGerado section.

           perform lerUltimaGeracaoBackup

           if ws-ultima-geracao not > ws-geracao-antes-passo
           or ws-ultima-origem not = "B"
               set passo-barrado to true
               move "backup terminou sem registrar geracao nova em LOTBKCAT.DAT" to ws-motivo-passo
           end-if

           .
       verificarBackupGerado-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le a ultima geracao registrada no catalogo de backup (espacos
      *> quando o catalogo nao existe ou esta vazio)
      *>----------------------------------------------------------------*
       lerUltimaGeracaoBackup section.

           move spaces to ws-ultima-geracao
           move spaces to ws-ultima-origem
           move "N"    to ws-fim-catalogo-backup

           open input f-catalogo-backup
           if ws-status-catalogo-backup = "00"
               perform until fim-catalogo-backup
                   read f-catalogo-backup
                       at end
                           set fim-catalogo-backup to true
                       not at end
                           move bkc-geracao to ws-ultima-geracao
                           move bkc-origem  to ws-ultima-origem
                   end-read
               end-perform
               close f-catalogo-backup
           end-if

           .
       lerUltimaGeracaoBackup-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Acrescenta o registro do passo tratado ao controle de
      *> execucao LOTRUNCT.DAT
