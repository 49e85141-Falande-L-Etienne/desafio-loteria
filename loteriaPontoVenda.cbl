      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "loteriaPontoVenda".
       author. "Falande loiseau Etienne ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------*
      *> Cadastro de pontos de venda (balcoes e terminais), LOTPDV.DAT:
      *> codigo, descricao, percentual de comissao sobre a venda e
      *> situacao. Toda aposta aceita pelo desafioLoteriaV1 (interativa
      *> ou batch) e carimbada com o ponto de venda onde foi vendida, e
      *> o loteriaFechamento fecha o caixa de cada ponto com a comissao
      *> devida e o liquido a repassar. Ponto desativado nao vende mais
      *> mas continua no cadastro, para que o fechamento das vendas ja
      *> feitas por ele saia com descricao e comissao. O codigo zero e
      *> reservado para a venda direta, sem ponto de venda (e para as
      *> apostas anteriores ao carimbo). Toda alteracao e auditada com
      *> o operador.
      *>----------------------------------------------------------------*

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

       input-output section.
       file-control.

           select f-pontos-venda
               assign to "LOTPDV.DAT"
               organization is line sequential
               file status is ws-status-pontos-venda.

      *>Declaração de variáveis
       data division.

       file section.

       fd  f-pontos-venda.
       01  reg-ponto-venda.
           05 pdv-codigo                            pic 9(04).
           05 pdv-descricao                         pic x(30).
           05 pdv-comissao                          pic 9(02)v99.
           05 pdv-situacao                          pic x(01).
              88 pdv-ativo                              value "A".
              88 pdv-inativo                            value "I".

       working-storage section.

       01  ws-status-pontos-venda                  pic x(02).

       01  ws-fim-pontos-venda                     pic x(01) value "N".
           88 fim-pontos-venda                         value "S".

       01  ws-opcao                                pic 9(01).
           88 opcao-incluir                            value 1.
           88 opcao-alterar                            value 2.
           88 opcao-consultar                          value 3.
           88 opcao-listar                             value 4.
           88 opcao-situacao                           value 5.
           88 opcao-sair                               value 9.

      *>----------------------------------------------------------------*
      *> Cadastro carregado por inteiro em memoria e regravado completo
      *> a cada alteracao, como o cadastro de apostadores. Um arquivo
      *> maior que a tabela nao e regravado (a regravacao perderia os
      *> pontos excedentes): o programa so consulta.
      *>----------------------------------------------------------------*
       01  ws-qtd-pontos-venda                     pic 9(04) value zero.
       01  ws-ix-ponto-venda                       pic 9(04).
       01  ws-ix-encontrado                        pic 9(04).
       01  ws-pontos-estourou                      pic x(01) value "N".
           88 pontos-estourou                          value "S".
       01  ws-cadastro-pontos-venda.
           05 ws-ponto-venda-entrada occurs 999 times.
              10 ws-pdv-cad-codigo                 pic 9(04).
              10 ws-pdv-cad-descricao              pic x(30).
              10 ws-pdv-cad-comissao               pic 9(02)v99.
              10 ws-pdv-cad-situacao               pic x(01).

       01  ws-ponto-venda                          pic 9(04).
       01  ws-descricao                            pic x(30).
       01  ws-comissao                             pic 9(02)v99.
       01  ws-comissao-editada                     pic z9,99.
       01  ws-comissao-editada2                    pic z9,99.
       01  ws-situacao-descricao                   pic x(07).
       01  ws-resposta                             pic x(01).

       01  ws-operador                             pic x(20).
       01  ws-audit-mensagem                       pic x(160).

       procedure division.

           perform carregarCadastro

           display "Cadastro de pontos de venda (LOTPDV.DAT)"
           display "Identificacao do operador:"
           accept ws-operador

           move zero to ws-opcao
           perform until opcao-sair
               perform exibirMenu
               evaluate true
                   when opcao-incluir
                       perform incluirPontoVenda
                   when opcao-alterar
                       perform alterarPontoVenda
                   when opcao-consultar
                       perform consultarPontoVenda
                   when opcao-listar
                       perform listarPontosVenda
                   when opcao-situacao
                       perform alterarSituacao
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           perform finaliza

           .

      *>----------------------------------------------------------------*
      *> Carrega o cadastro LOTPDV.DAT em memoria. Sem o arquivo o
      *> cadastro comeca vazio e sera criado na primeira inclusao.
      *>----------------------------------------------------------------*
       carregarCadastro section.

           move zero to ws-qtd-pontos-venda
           move "N"  to ws-fim-pontos-venda
           move "N"  to ws-pontos-estourou

           open input f-pontos-venda
           if ws-status-pontos-venda = "00"
               perform until fim-pontos-venda
                   read f-pontos-venda
                       at end
                           set fim-pontos-venda to true
                       not at end
                           if ws-qtd-pontos-venda < 999
                               add 1 to ws-qtd-pontos-venda
                               move pdv-codigo to
                                   ws-pdv-cad-codigo(ws-qtd-pontos-venda)
                               move pdv-descricao to
                                   ws-pdv-cad-descricao(ws-qtd-pontos-venda)
                               move pdv-comissao to
                                   ws-pdv-cad-comissao(ws-qtd-pontos-venda)
                               move pdv-situacao to
                                   ws-pdv-cad-situacao(ws-qtd-pontos-venda)
                           else
                               set pontos-estourou to true
                           end-if
                   end-read
               end-perform
               close f-pontos-venda
           end-if

           if pontos-estourou
               display "AVISO: LOTPDV.DAT tem mais de 999 pontos de venda; cadastro aberto apenas para consulta."
           end-if

           .
       carregarCadastro-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe o menu e le a opcao do operador
      *>----------------------------------------------------------------*
       exibirMenu section.

           display " "
           display "Cadastro de pontos de venda (" ws-qtd-pontos-venda " cadastrados)"
           display "1 - Incluir ponto de venda"
           display "2 - Alterar descricao e comissao"
           display "3 - Consultar ponto de venda por codigo"
           display "4 - Listar todos os pontos de venda"
           display "5 - Ativar ou desativar ponto de venda"
           display "9 - Sair"
           move zero to ws-opcao
           accept ws-opcao

           .
       exibirMenu-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Procura o codigo ws-ponto-venda no cadastro em memoria; deixa
      *> o indice em ws-ix-encontrado (zero quando nao cadastrado)
      *>----------------------------------------------------------------*
       localizarPontoVenda section.

           move zero to ws-ix-encontrado
           perform varying ws-ix-ponto-venda from 1 by 1
                   until ws-ix-ponto-venda > ws-qtd-pontos-venda
               if ws-pdv-cad-codigo(ws-ix-ponto-venda) = ws-ponto-venda
                   move ws-ix-ponto-venda to ws-ix-encontrado
               end-if
           end-perform

           .
       localizarPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Le o percentual de comissao do ponto, de 0 a 99,99, sobre a
      *> venda liquida de estornos
      *>----------------------------------------------------------------*
       aceitarComissao section.

           display "Comissao em percentual sobre a venda liquida (ex.: 8,50):"
           move zero to ws-comissao
           accept ws-comissao

           .
       aceitarComissao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Inclui um novo ponto de venda: codigo inedito maior que zero,
      *> descricao e comissao; entra ativo. Regrava o arquivo e audita
      *> a inclusao.
      *>----------------------------------------------------------------*
       incluirPontoVenda section.

           display "Codigo do novo ponto de venda (1 a 9999):"
           move zero to ws-ponto-venda
           accept ws-ponto-venda
           evaluate true
               when pontos-estourou
                   display "Cadastro aberto apenas para consulta; inclusao nao permitida"
               when ws-ponto-venda = zero
                   display "Codigo invalido (zero e reservado para a venda direta, sem ponto de venda)"
               when other
                   perform localizarPontoVenda
                   if ws-ix-encontrado > 0
                       display "Codigo " ws-ponto-venda " ja cadastrado para " ws-pdv-cad-descricao(ws-ix-encontrado)
                   else
                       if ws-qtd-pontos-venda >= 999
                           display "Cadastro cheio (999 pontos de venda)"
                       else
                           display "Descricao:"
                           move spaces to ws-descricao
                           accept ws-descricao
                           perform aceitarComissao

                           add 1 to ws-qtd-pontos-venda
                           move ws-ponto-venda to
                               ws-pdv-cad-codigo(ws-qtd-pontos-venda)
                           move ws-descricao to
                               ws-pdv-cad-descricao(ws-qtd-pontos-venda)
                           move ws-comissao to
                               ws-pdv-cad-comissao(ws-qtd-pontos-venda)
                           move "A" to
                               ws-pdv-cad-situacao(ws-qtd-pontos-venda)

                           perform regravarCadastro
                           display "Ponto de venda " ws-ponto-venda " incluido."

                           move ws-comissao to ws-comissao-editada
                           move spaces to ws-audit-mensagem
                           string "PONTO DE VENDA INCLUIDO CODIGO=" ws-ponto-venda
                               " DESCRICAO=" ws-descricao
                               " COMISSAO=" ws-comissao-editada
                               " OPERADOR=" ws-operador
                               delimited by size into ws-audit-mensagem
                           perform gravarAuditoria
                       end-if
                   end-if
           end-evaluate

           .
       incluirPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Altera descricao e comissao de um ponto existente, regrava o
      *> arquivo e audita a alteracao com a comissao antiga e a nova.
      *> A comissao nova vale para os fechamentos feitos daqui em
      *> diante.
      *>----------------------------------------------------------------*
       alterarPontoVenda section.

           display "Codigo do ponto de venda a alterar:"
           move zero to ws-ponto-venda
           accept ws-ponto-venda
           perform localizarPontoVenda
           evaluate true
               when pontos-estourou
                   display "Cadastro aberto apenas para consulta; alteracao nao permitida"
               when ws-ix-encontrado = zero
                   display "Ponto de venda " ws-ponto-venda " nao cadastrado"
               when other
                   move ws-pdv-cad-comissao(ws-ix-encontrado)
                       to ws-comissao-editada
                   display "Descricao atual: " ws-pdv-cad-descricao(ws-ix-encontrado)
                   display "Comissao atual : " ws-comissao-editada "%"
                   display "Nova descricao:"
                   move spaces to ws-descricao
                   accept ws-descricao
                   perform aceitarComissao

                   move ws-comissao to ws-comissao-editada2
                   move spaces to ws-audit-mensagem
                   string "PONTO DE VENDA ALTERADO CODIGO=" ws-ponto-venda
                       " DESCRICAO=" ws-descricao
                       " COMISSAO DE=" ws-comissao-editada
                       " PARA=" ws-comissao-editada2
                       " OPERADOR=" ws-operador
                       delimited by size into ws-audit-mensagem

                   move ws-descricao to
                       ws-pdv-cad-descricao(ws-ix-encontrado)
                   move ws-comissao to
                       ws-pdv-cad-comissao(ws-ix-encontrado)

                   perform regravarCadastro
                   display "Ponto de venda " ws-ponto-venda " alterado."
                   perform gravarAuditoria
           end-evaluate

           .
       alterarPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Exibe os dados de um ponto de venda pelo codigo
      *>----------------------------------------------------------------*
       consultarPontoVenda section.

           display "Codigo do ponto de venda:"
           move zero to ws-ponto-venda
           accept ws-ponto-venda
           perform localizarPontoVenda
           if ws-ix-encontrado = zero
               display "Ponto de venda " ws-ponto-venda " nao cadastrado"
           else
               move ws-ix-encontrado to ws-ix-ponto-venda
               perform descreverSituacao
               move ws-pdv-cad-comissao(ws-ix-encontrado)
                   to ws-comissao-editada
               display "Codigo   : " ws-pdv-cad-codigo(ws-ix-encontrado)
               display "Descricao: " ws-pdv-cad-descricao(ws-ix-encontrado)
               display "Comissao : " ws-comissao-editada "%"
               display "Situacao : " ws-situacao-descricao
           end-if

           .
       consultarPontoVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Lista todos os pontos de venda cadastrados
      *>----------------------------------------------------------------*
       listarPontosVenda section.

           if ws-qtd-pontos-venda = zero
               display "Nenhum ponto de venda cadastrado"
           else
               perform varying ws-ix-ponto-venda from 1 by 1
                       until ws-ix-ponto-venda > ws-qtd-pontos-venda
                   perform descreverSituacao
                   move ws-pdv-cad-comissao(ws-ix-ponto-venda)
                       to ws-comissao-editada
                   display ws-pdv-cad-codigo(ws-ix-ponto-venda) " "
                       ws-pdv-cad-descricao(ws-ix-ponto-venda) " "
                       ws-comissao-editada "% "
                       ws-situacao-descricao
               end-perform
           end-if

           .
       listarPontosVenda-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Ativa um ponto desativado ou desativa um ponto ativo, com
      *> confirmacao. O ponto desativado deixa de aceitar apostas mas
      *> permanece no cadastro para o fechamento.
      *>----------------------------------------------------------------*
       alterarSituacao section.

           display "Codigo do ponto de venda:"
           move zero to ws-ponto-venda
           accept ws-ponto-venda
           perform localizarPontoVenda
           evaluate true
               when pontos-estourou
                   display "Cadastro aberto apenas para consulta; alteracao nao permitida"
               when ws-ix-encontrado = zero
                   display "Ponto de venda " ws-ponto-venda " nao cadastrado"
               when other
                   move ws-ix-encontrado to ws-ix-ponto-venda
                   perform descreverSituacao
                   display "Ponto " ws-ponto-venda " "
                       ws-pdv-cad-descricao(ws-ix-encontrado)
                       " esta " ws-situacao-descricao
                   if ws-pdv-cad-situacao(ws-ix-encontrado) = "I"
                       display "Reativar o ponto de venda (S/N) ? "
                   else
                       display "Desativar o ponto de venda (S/N) ? "
                   end-if
                   accept ws-resposta
                   if function upper-case(ws-resposta) = "S"
                       if ws-pdv-cad-situacao(ws-ix-encontrado) = "I"
                           move "A" to ws-pdv-cad-situacao(ws-ix-encontrado)
                       else
                           move "I" to ws-pdv-cad-situacao(ws-ix-encontrado)
                       end-if
                       perform regravarCadastro
                       perform descreverSituacao
                       display "Ponto de venda " ws-ponto-venda " agora " ws-situacao-descricao "."

                       move spaces to ws-audit-mensagem
                       string "PONTO DE VENDA SITUACAO CODIGO=" ws-ponto-venda
                           " SITUACAO=" ws-situacao-descricao
                           " OPERADOR=" ws-operador
                           delimited by size into ws-audit-mensagem
                       perform gravarAuditoria
                   else
                       display "Situacao mantida."
                   end-if
           end-evaluate

           .
       alterarSituacao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Descreve a situacao da entrada ws-ix-ponto-venda do cadastro;
      *> situacao em branco (cadastro digitado a mao) vale como ativo
      *>----------------------------------------------------------------*
       descreverSituacao section.

           if ws-pdv-cad-situacao(ws-ix-ponto-venda) = "I"
               move "INATIVO" to ws-situacao-descricao
           else
               move "ATIVO"   to ws-situacao-descricao
           end-if

           .
       descreverSituacao-exit.
           exit.

      *>----------------------------------------------------------------*
      *> Regrava o arquivo LOTPDV.DAT por inteiro a partir do cadastro
      *> em memoria
      *>----------------------------------------------------------------*
       regravarCadastro section.

           open output f-pontos-venda
           perform varying ws-ix-ponto-venda from 1 by 1
                   until ws-ix-ponto-venda > ws-qtd-pontos-venda
               move ws-pdv-cad-codigo(ws-ix-ponto-venda)    to pdv-codigo
               move ws-pdv-cad-descricao(ws-ix-ponto-venda) to pdv-descricao
               move ws-pdv-cad-comissao(ws-ix-ponto-venda)  to pdv-comissao
               move ws-pdv-cad-situacao(ws-ix-ponto-venda)  to pdv-situacao
               write reg-ponto-venda
           end-perform
           close f-pontos-venda

           .
       regravarCadastro-exit.
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
