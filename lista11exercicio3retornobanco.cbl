      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3retornobanco".
       author. "Thays Popper".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>----Cobrancas de mensalidade (lista11exercicio3mensalidades)
           select arqCobrancas assign to "arqCobrancas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-cobranca
           file status is ws-fs-arqCobrancas.

      *>----Retorno do banco com os boletos pagos, header "H", detalhes
      *>    "D" e trailer "T"
           select arqRetornoBanco assign to "retornoBanco.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRetornoBanco.

      *>----Relatorio dos pagamentos sem cobranca correspondente e totais
           select arqRelRetorno assign to "relRetornoBanco.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelRetorno.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Layout do arqCobrancas.dat (lista11exercicio3mensalidades)
       fd  arqCobrancas.
       01  fd-cobrancas.
           05  fd-chave-cobranca.
               10  fd-cb-id-aluno                  pic 9(05).
               10  fd-cb-ano-mes                   pic 9(06).
           05  fd-cb-cod-turma                     pic x(03).
           05  fd-cb-valor-bruto                   pic 9(05)v99.
           05  fd-cb-desconto                      pic 9(05)v99.
           05  fd-cb-valor                         pic 9(05)v99.
           05  fd-cb-vencimento                    pic 9(08).
           05  fd-cb-status                        pic x(01).
           05  fd-cb-data-pagto                    pic 9(08).
           05  fd-cb-valor-pago                    pic 9(05)v99.

      *>----Retorno: o nosso numero e o Id do aluno seguido do ano+mes,
      *>    como enviado na remessa
       fd  arqRetornoBanco.
       01  fd-rt-header.
           05  fd-rt-h-tipo                        pic x(01).
           05  fd-rt-h-data-hora                   pic x(14).
           05  filler                              pic x(11).
       01  fd-rt-detalhe.
           05  fd-rt-d-tipo                        pic x(01).
           05  fd-rt-d-nosso-numero                pic 9(11).
           05  fd-rt-d-data-pagto                  pic 9(08).
           05  fd-rt-d-valor-pago                  pic 9(05)v99.
       01  fd-rt-trailer.
           05  fd-rt-t-tipo                        pic x(01).
           05  fd-rt-t-qtd                         pic 9(06).
           05  filler                              pic x(19).

       fd  arqRelRetorno.
       01  fd-rel-linha                            pic x(90).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCobrancas                      pic  9(02).
       77  ws-fs-arqRetornoBanco                   pic  9(02).
       77  ws-fs-arqRelRetorno                     pic  9(02).

      *>----Fase: "V"alidacao (nada e baixado) ou "A"plicacao
       77  ws-fase                                 pic x(01).

      *>----Totais de controle
       77  ws-qtd-detalhes                         pic 9(06).
       77  ws-qtd-trailer                          pic 9(06).
       77  ws-tem-header                           pic x(01).
       77  ws-tem-trailer                          pic x(01).
       77  ws-qtd-baixados                         pic 9(06).
       77  ws-qtd-sem-cobranca                     pic 9(06).
       77  ws-qtd-ja-pagos                         pic 9(06).
       77  ws-qtd-valor-menor                      pic 9(06).
       77  ws-valor-baixado                        pic 9(09)v99.
       77  ws-valor-baixado-ed                     pic z.zzz.zzz.zz9,99.

       77  ws-registro-ok                          pic x(01).
       77  ws-motivo-rejeicao                      pic x(40).

      *>----Linha de pagamento nao baixado
       01  ws-rel-detalhe.
           05  ws-rel-nosso-numero                 pic 9(11).
           05  filler                              pic x(02) value space.
           05  ws-rel-data-pagto                   pic 9(08).
           05  filler                              pic x(02) value space.
           05  ws-rel-valor-pago                   pic zz.zz9,99.
           05  filler                              pic x(02) value space.
           05  ws-rel-motivo                       pic x(40).

       01  ws-rel-texto                            pic x(90).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform validar-retorno.
           perform aplicar-retorno.
           perform imprimir-totais.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqCobrancas
           if ws-fs-arqCobrancas <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqCobrancas                       to ws-msn-erro-cod
               move "Erro ao abrir arq. cobrancas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelRetorno
           if ws-fs-arqRelRetorno <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelRetorno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. retorno "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Retorno Bancario - pagamentos nao baixados"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "Nosso numero Data pagto     Valor  Motivo"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-baixados
           move 0 to ws-qtd-sem-cobranca
           move 0 to ws-qtd-ja-pagos
           move 0 to ws-qtd-valor-menor
           move 0 to ws-valor-baixado

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada: somente conta os detalhes - nada e baixado; a
      *>  contagem precisa bater com o trailer (arquivo truncado nao entra)
      *>------------------------------------------------------------------------
       validar-retorno section.

           move "V" to ws-fase
           move 0   to ws-qtd-detalhes
           move 0   to ws-qtd-trailer
           move "N" to ws-tem-header
           move "N" to ws-tem-trailer

           open input arqRetornoBanco
           if ws-fs-arqRetornoBanco <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                    to ws-msn-erro-cod
               move "Erro ao abrir arq. retorno banco "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-retorno-inteiro

           close arqRetornoBanco
           if ws-fs-arqRetornoBanco <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                    to ws-msn-erro-cod
               move "Erro ao fechar arq. retorno banco "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       validar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda passada: com os totais de controle conferidos, rele o
      *>  retorno e baixa as cobrancas pagas
      *>------------------------------------------------------------------------
       aplicar-retorno section.

           if ws-tem-header = "N" then
               display "Retorno abortado: arquivo sem header (H)."
               go to aplicar-retorno-exit
           end-if

           if ws-tem-trailer = "N" then
               display "Retorno abortado: arquivo sem trailer (T)."
               go to aplicar-retorno-exit
           end-if

           if ws-qtd-detalhes <> ws-qtd-trailer then
               display "Retorno abortado: trailer informa " ws-qtd-trailer
                       " detalhes, lidos " ws-qtd-detalhes "."
               go to aplicar-retorno-exit
           end-if

           move "A" to ws-fase

           open input arqRetornoBanco
           if ws-fs-arqRetornoBanco <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                    to ws-msn-erro-cod
               move "Erro ao reabrir arq. retorno banco "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-retorno-inteiro

           close arqRetornoBanco
           if ws-fs-arqRetornoBanco <> 0 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                    to ws-msn-erro-cod
               move "Erro ao fechar arq. retorno banco "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       aplicar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o retorno do comeco ao fim classificando cada linha por tipo;
      *>  usada nas duas passadas (validacao e aplicacao)
      *>------------------------------------------------------------------------
       ler-retorno-inteiro section.

           perform until ws-fs-arqRetornoBanco = 10
               read arqRetornoBanco
               if ws-fs-arqRetornoBanco = 0 then
                   evaluate fd-rt-h-tipo
                       when "H"
                           move "S" to ws-tem-header
                       when "D"
                           if ws-fase = "V" then
                               add 1 to ws-qtd-detalhes
                           else
                               perform baixar-pagamento
                           end-if
                       when "T"
                           move "S" to ws-tem-trailer
                           if ws-fase = "V" then
                               if fd-rt-t-qtd is numeric then
                                   move fd-rt-t-qtd to ws-qtd-trailer
                               end-if
                           end-if
                       when other
                           continue
                   end-evaluate
               else
                   if ws-fs-arqRetornoBanco <> 10 then
                       move 7                                        to ws-msn-erro-ofsset
                       move ws-fs-arqRetornoBanco                    to ws-msn-erro-cod
                       move "Erro ao ler arq. retorno banco "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           .
       ler-retorno-inteiro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Baixa de um pagamento: a cobranca do nosso numero precisa existir,
      *>  estar aberta e o valor pago cobrir o valor cobrado; do contrario o
      *>  pagamento vai para o relatorio para tratamento manual
      *>------------------------------------------------------------------------
       baixar-pagamento section.

           move "S"    to ws-registro-ok
           move spaces to ws-motivo-rejeicao

           if fd-rt-d-nosso-numero is not numeric
           or fd-rt-d-data-pagto   is not numeric
           or fd-rt-d-valor-pago   is not numeric then
               move "Detalhe com campos nao numericos" to ws-motivo-rejeicao
               add 1 to ws-qtd-sem-cobranca
               perform gravar-nao-baixado
               go to baixar-pagamento-exit
           end-if

           move fd-rt-d-nosso-numero to fd-chave-cobranca
           read arqCobrancas
           if ws-fs-arqCobrancas = 23 then
               move "Pagamento sem cobranca correspondente"
                                                to ws-motivo-rejeicao
               add 1 to ws-qtd-sem-cobranca
               perform gravar-nao-baixado
               go to baixar-pagamento-exit
           end-if
           if ws-fs-arqCobrancas <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqCobrancas                       to ws-msn-erro-cod
               move "Erro ao ler arq. cobrancas "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-cb-status = "P" then
               move "Cobranca ja paga (pagto em duplicidade)"
                                                to ws-motivo-rejeicao
               add 1 to ws-qtd-ja-pagos
               perform gravar-nao-baixado
               go to baixar-pagamento-exit
           end-if

           if fd-rt-d-valor-pago < fd-cb-valor then
               move "Valor pago menor que o cobrado"
                                                to ws-motivo-rejeicao
               add 1 to ws-qtd-valor-menor
               perform gravar-nao-baixado
               go to baixar-pagamento-exit
           end-if

           move "P"                  to fd-cb-status
           move fd-rt-d-data-pagto   to fd-cb-data-pagto
           move fd-rt-d-valor-pago   to fd-cb-valor-pago
           rewrite fd-cobrancas
           if ws-fs-arqCobrancas <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqCobrancas                       to ws-msn-erro-cod
               move "Erro ao regravar arq. cobrancas "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                  to ws-qtd-baixados
           add fd-rt-d-valor-pago to ws-valor-baixado

           .
       baixar-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do pagamento nao baixado no relatorio
      *>------------------------------------------------------------------------
       gravar-nao-baixado section.

           move "N" to ws-registro-ok

           move spaces to ws-rel-detalhe
           if fd-rt-d-nosso-numero is numeric then
               move fd-rt-d-nosso-numero to ws-rel-nosso-numero
           else
               move 0                    to ws-rel-nosso-numero
           end-if
           if fd-rt-d-data-pagto is numeric then
               move fd-rt-d-data-pagto   to ws-rel-data-pagto
           else
               move 0                    to ws-rel-data-pagto
           end-if
           if fd-rt-d-valor-pago is numeric then
               move fd-rt-d-valor-pago   to ws-rel-valor-pago
           else
               move 0                    to ws-rel-valor-pago
           end-if
           move ws-motivo-rejeicao       to ws-rel-motivo

           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelRetorno <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelRetorno                      to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. retorno "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-nao-baixado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle (tela e relRetornoBanco.txt)
      *>------------------------------------------------------------------------
       imprimir-totais section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Detalhes lidos.........: " ws-qtd-detalhes
                  "  Trailer: " ws-qtd-trailer
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move ws-valor-baixado to ws-valor-baixado-ed
           move spaces to ws-rel-texto
           string "Cobrancas baixadas.....: " ws-qtd-baixados
                  "  Valor: " ws-valor-baixado-ed
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Sem cobranca...........: " ws-qtd-sem-cobranca
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Ja pagas...............: " ws-qtd-ja-pagos
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Valor menor que boleto.: " ws-qtd-valor-menor
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-fase = "A" then
               display "Retorno bancario processado."
           else
               move spaces to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
               move "RETORNO NAO PROCESSADO - controle do trailer nao confere"
                                                   to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
               display "Retorno bancario NAO processado (controle nao confere)."
           end-if
           display "Detalhes: " ws-qtd-detalhes
                   " Baixados: " ws-qtd-baixados
                   " Valor: " ws-valor-baixado-ed
           display "Nao baixados - sem cobranca: " ws-qtd-sem-cobranca
                   " ja pagos: " ws-qtd-ja-pagos
                   " valor menor: " ws-qtd-valor-menor
           display "Relatorio em relRetornoBanco.txt"

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           accept  ws-msn-erro.
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento dos arquivos
      *>------------------------------------------------------------------------
       finaliza section.

           close arqCobrancas
           close arqRelRetorno

           .
       finaliza-exit.
           exit.
