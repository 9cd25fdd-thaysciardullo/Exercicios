      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3chamadalote".
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
           select arqAlunos assign to "arqAlunosIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-id-aluno
           alternate record key is fd-cod with duplicates
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAlunos.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-cod
           file status is ws-fs-arqTurmas.

      *>----Calendario letivo (lista11exercicio3indexado): chamada so em
      *>    dia letivo
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cl-data
           file status is ws-fs-arqCalendario.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-freq
           file status is ws-fs-arqFrequencia.

      *>----Chamada de uma turma em um dia, entregue em arquivo pelo
      *>    professor, com header "H", detalhes "D" e trailer "T"
           select arqExtratoChamada assign to "extratoChamada.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtratoChamada.

      *>----Relatorio de rejeicoes e totais de controle da carga
           select arqRelRejeicoes assign to "rejeicoesChamada.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelRejeicoes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Layout do arqAlunosIndexed.dat (lista11exercicio3indexado)
       fd  arqAlunos.
       01  fd-alunos.
           05  fd-id-aluno                         pic 9(05).
           05  fd-aluno                            pic x(25).
           05  fd-endereco                         pic x(35).
           05  fd-mae                              pic x(25).
           05  fd-pai                              pic x(25).
           05  fd-tel                              pic x(15).
           05  fd-cod                              pic x(03).
           05  fd-notas.
               10 fd-nota1                         pic 9(02)v99.
               10 fd-nota2                         pic 9(02)v99.
               10 fd-nota3                         pic 9(02)v99.
               10 fd-nota4                         pic 9(02)v99.
               10 fd-media                         pic 9(02)v99.
           05  fd-status                           pic x(01).
           05  fd-situacao                         pic x(02).

      *>----Layout do arqTurmas.dat (lista11exercicio3indexado)
       fd  arqTurmas.
       01  fd-turmas.
           05  fd-tu-cod                           pic x(03).
           05  fd-tu-descricao                     pic x(20).
           05  fd-tu-capacidade                    pic 9(03).
           05  fd-tu-mensalidade                   pic 9(05)v99.

      *>----Layout do arqCalendario.dat (lista11exercicio3indexado)
       fd  arqCalendario.
       01  fd-calendario.
           05  fd-cl-data                          pic 9(08).
           05  fd-cl-tipo                          pic x(01).
           05  fd-cl-descricao                     pic x(30).

      *>----Layout do arqFrequencia.dat (lista11exercicio3indexado)
       fd  arqFrequencia.
       01  fd-frequencia.
           05  fd-chave-freq.
               10  fd-fq-id-aluno                  pic 9(05).
               10  fd-fq-data                      pic 9(08).
           05  fd-fq-presenca                      pic x(01).

      *>----Extrato da chamada: o header traz a turma e a data, cada
      *>    detalhe um aluno com "P" ou "F" e o trailer a contagem de
      *>    detalhes para conferencia antes da efetivacao
       fd  arqExtratoChamada.
       01  fd-ch-header.
           05  fd-ch-h-tipo                        pic x(01).
           05  fd-ch-h-cod-turma                   pic x(03).
           05  fd-ch-h-data                        pic 9(08).
       01  fd-ch-detalhe.
           05  fd-ch-d-tipo                        pic x(01).
           05  fd-ch-d-id                          pic 9(05).
           05  fd-ch-d-presenca                    pic x(01).
           05  filler                              pic x(05).
       01  fd-ch-trailer.
           05  fd-ch-t-tipo                        pic x(01).
           05  fd-ch-t-qtd                         pic 9(06).
           05  filler                              pic x(05).

       fd  arqRelRejeicoes.
       01  fd-rej-linha                            pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqCalendario                     pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqExtratoChamada                 pic  9(02).
       77  ws-fs-arqRelRejeicoes                   pic  9(02).

       77  ws-tem-calendario                       pic x(01).

      *>----Fase da carga: "V"alidacao (nada e gravado) ou "A"plicacao
       77  ws-fase                                 pic x(01).

      *>----Totais de controle da carga
       77  ws-qtd-detalhes                         pic 9(06).
       77  ws-qtd-validos                          pic 9(06).
       77  ws-qtd-rejeitados                       pic 9(06).
       77  ws-qtd-gravados                         pic 9(06).
       77  ws-qtd-regravados                       pic 9(06).
       77  ws-qtd-faltas                           pic 9(06).
       77  ws-tem-header                           pic x(01).
       77  ws-tem-trailer                          pic x(01).
       77  ws-qtd-trailer                          pic 9(06).

      *>----Turma e data do header; header invalido rejeita o lote todo
       77  ws-lote-cod-turma                       pic x(03).
       77  ws-lote-data                            pic 9(08).
       77  ws-lote-ok                              pic x(01).
       77  ws-lote-motivo                          pic x(45).

       77  ws-registro-ok                          pic x(01).
       77  ws-motivo-rejeicao                      pic x(45).

      *>----Ids ja tratados no lote (o mesmo aluno duas vezes e rejeitado)
       01  ws-ids-lote.
           05  ws-id-lote occurs 999               pic 9(05).
       77  ws-qtd-ids-lote                         pic 9(04).
       77  ws-ind-id                               pic 9(04).
       77  ws-id-repetido                          pic x(01).

      *>----Linha de rejeicao do relatorio
       01  ws-rej-detalhe.
           05  ws-rej-id                           pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-rej-presenca                     pic x(01).
           05  filler                              pic x(02) value space.
           05  ws-rej-motivo                       pic x(45).

       01  ws-rej-texto                            pic x(100).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform validar-lote.
           perform aplicar-lote.
           perform imprimir-totais.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Abertura dos arquivos e cabecalho do relatorio de rejeicoes
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                          to ws-msn-erro-cod
               move "Erro ao abrir arq. turmas "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-calendario
           open input arqCalendario
           if ws-fs-arqCalendario = 35 then
      *>        sem calendario letivo nenhum dia e letivo: o lote inteiro
      *>        e rejeitado (mesma regra do registro pela tela)
               move "N" to ws-tem-calendario
           else
               if ws-fs-arqCalendario <> 0 then
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. calendario "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               open output arqFrequencia
               close arqFrequencia
               open i-o arqFrequencia
           end-if
           if ws-fs-arqFrequencia  <> 00
           and ws-fs-arqFrequencia <> 05 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
               move "Erro ao abrir arq. frequencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelRejeicoes
           if ws-fs-arqRelRejeicoes <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelRejeicoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. rejeicoes "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Relatorio de Rejeicoes - Carga da Chamada em Lote"
                                           to ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-lote-cod-turma
           move 0      to ws-lote-data
           move "N"    to ws-lote-ok
           move "Lote sem header (H) antes dos detalhes"
                       to ws-lote-motivo

           move 0 to ws-qtd-gravados
           move 0 to ws-qtd-regravados
           move 0 to ws-qtd-faltas

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada: somente valida e conta - nada e gravado; a
      *>  contagem de detalhes precisa bater com o trailer para efetivar
      *>------------------------------------------------------------------------
       validar-lote section.

           move "V" to ws-fase
           move 0   to ws-qtd-detalhes
           move 0   to ws-qtd-validos
           move 0   to ws-qtd-rejeitados
           move 0   to ws-qtd-trailer
           move 0   to ws-qtd-ids-lote
           move "N" to ws-tem-header
           move "N" to ws-tem-trailer

           open input arqExtratoChamada
           if ws-fs-arqExtratoChamada <> 0 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoChamada                  to ws-msn-erro-cod
               move "Erro ao abrir arq. extrato chamada "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-lote-inteiro

           close arqExtratoChamada
           if ws-fs-arqExtratoChamada <> 0 then
               move 7                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoChamada                  to ws-msn-erro-cod
               move "Erro ao fechar arq. extrato chamada "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       validar-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda passada: se os totais de controle conferem com o trailer,
      *>  rele o extrato e efetiva os detalhes validos em arqFrequencia
      *>------------------------------------------------------------------------
       aplicar-lote section.

           if ws-tem-header = "N" then
               display "Carga abortada: extrato sem header (H)."
               go to aplicar-lote-exit
           end-if

           if ws-tem-trailer = "N" then
               display "Carga abortada: extrato sem trailer (T)."
               go to aplicar-lote-exit
           end-if

           if ws-qtd-detalhes <> ws-qtd-trailer then
               display "Carga abortada: trailer informa " ws-qtd-trailer
                       " detalhes, lidos " ws-qtd-detalhes "."
               go to aplicar-lote-exit
           end-if

           move "A" to ws-fase
           move 0   to ws-qtd-ids-lote

           open input arqExtratoChamada
           if ws-fs-arqExtratoChamada <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoChamada                  to ws-msn-erro-cod
               move "Erro ao reabrir arq. extrato chamada "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-lote-inteiro

           close arqExtratoChamada
           if ws-fs-arqExtratoChamada <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoChamada                  to ws-msn-erro-cod
               move "Erro ao fechar arq. extrato chamada "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       aplicar-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o extrato do comeco ao fim classificando cada linha por tipo;
      *>  usada nas duas passadas (validacao e aplicacao)
      *>------------------------------------------------------------------------
       ler-lote-inteiro section.

           perform until ws-fs-arqExtratoChamada = 10
               read arqExtratoChamada
               if ws-fs-arqExtratoChamada = 0 then
                   evaluate fd-ch-h-tipo
                       when "H"
                           if ws-fase = "V" then
                               if ws-tem-header = "S" then
                                   move "N" to ws-lote-ok
                                   move "Mais de um header (H) no extrato"
                                             to ws-lote-motivo
                               else
                                   perform validar-header
                               end-if
                           end-if
                           move "S" to ws-tem-header
                       when "D"
                           perform tratar-detalhe
                       when "T"
                           move "S" to ws-tem-trailer
                           if ws-fase = "V" then
                               if fd-ch-t-qtd is numeric then
                                   move fd-ch-t-qtd to ws-qtd-trailer
                               end-if
                           end-if
                       when other
                           if ws-fase = "V" then
                               add 1 to ws-qtd-rejeitados
                               move "Tipo de registro desconhecido"
                                                 to ws-motivo-rejeicao
                               move 0      to ws-rej-id
                               move space  to ws-rej-presenca
                               perform gravar-rejeicao
                           end-if
                   end-evaluate
               else
                   if ws-fs-arqExtratoChamada <> 10 then
                       move 10                                       to ws-msn-erro-ofsset
                       move ws-fs-arqExtratoChamada                  to ws-msn-erro-cod
                       move "Erro ao ler arq. extrato chamada "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           .
       ler-lote-inteiro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica do header: turma cadastrada e data que seja dia letivo
      *>------------------------------------------------------------------------
       validar-header section.

           move fd-ch-h-cod-turma to ws-lote-cod-turma
           move "S"               to ws-lote-ok
           move spaces            to ws-lote-motivo

           if fd-ch-h-data is not numeric then
               move 0   to ws-lote-data
               move "N" to ws-lote-ok
               move "Data do header nao numerica" to ws-lote-motivo
               go to validar-header-exit
           end-if
           move fd-ch-h-data to ws-lote-data

           move ws-lote-cod-turma to fd-tu-cod
           read arqTurmas
           if ws-fs-arqTurmas <> 0 then
               if ws-fs-arqTurmas = 23 then
                   move "N" to ws-lote-ok
                   move "Turma do header nao cadastrada" to ws-lote-motivo
                   go to validar-header-exit
               else
                   move 11                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                          to ws-msn-erro-cod
                   move "Erro ao ler arq. turmas "               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-lote-ok
           move "Data do header nao e dia letivo" to ws-lote-motivo
           if ws-tem-calendario = "S" then
               move ws-lote-data to fd-cl-data
               read arqCalendario
               if ws-fs-arqCalendario = 0 then
                   if fd-cl-tipo = "L" or fd-cl-tipo = "P" then
                       move "S"    to ws-lote-ok
                       move spaces to ws-lote-motivo
                   end-if
               else
                   if ws-fs-arqCalendario <> 23 then
                       move 12                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario                      to ws-msn-erro-cod
                       move "Erro ao ler arq. calendario "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       validar-header-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida um detalhe; na fase de aplicacao o detalhe valido e
      *>  gravado/regravado em arqFrequencia
      *>------------------------------------------------------------------------
       tratar-detalhe section.

           if ws-fase = "V" then
               add 1 to ws-qtd-detalhes
           end-if

           perform validar-detalhe

           if ws-registro-ok = "N" then
               if ws-fase = "V" then
                   add 1 to ws-qtd-rejeitados
                   perform gravar-rejeicao
               end-if
           else
               if ws-fase = "V" then
                   add 1 to ws-qtd-validos
               else
                   perform gravar-frequencia
               end-if
           end-if

           .
       tratar-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica de um detalhe: header valido, Id cadastrado e da turma do
      *>  header, presenca "P" ou "F", aluno fora de suspensao no dia e
      *>  ainda nao tratado no lote
      *>------------------------------------------------------------------------
       validar-detalhe section.

           move "S"    to ws-registro-ok
           move spaces to ws-motivo-rejeicao
           move fd-ch-d-presenca to ws-rej-presenca

           if fd-ch-d-id is not numeric then
               move "N"                        to ws-registro-ok
               move "Id do aluno nao numerico" to ws-motivo-rejeicao
               move 0                          to ws-rej-id
               go to validar-detalhe-exit
           end-if

           move fd-ch-d-id to ws-rej-id

           if ws-lote-ok = "N" then
               move "N"            to ws-registro-ok
               move ws-lote-motivo to ws-motivo-rejeicao
               go to validar-detalhe-exit
           end-if

           if  fd-ch-d-presenca <> "P" and fd-ch-d-presenca <> "p"
           and fd-ch-d-presenca <> "F" and fd-ch-d-presenca <> "f" then
               move "N"                             to ws-registro-ok
               move "Presenca diferente de 'P' ou 'F'" to ws-motivo-rejeicao
               go to validar-detalhe-exit
           end-if

           move fd-ch-d-id to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos <> 0 then
               if ws-fs-arqAlunos = 23 then
                   move "N"                           to ws-registro-ok
                   move "Id de aluno nao cadastrado"  to ws-motivo-rejeicao
                   go to validar-detalhe-exit
               else
                   move 13                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if fd-cod <> ws-lote-cod-turma then
               move "N"                           to ws-registro-ok
               move "Aluno nao pertence a turma do header"
                                                  to ws-motivo-rejeicao
               go to validar-detalhe-exit
           end-if

           if fd-status <> "A" then
               move "N"                           to ws-registro-ok
               move "Aluno nao esta ativo"        to ws-motivo-rejeicao
               go to validar-detalhe-exit
           end-if

      *>    dia de suspensao (falta justificada "J" lancada pela ocorrencia
      *>    disciplinar) nao e substituido pela chamada
           move fd-ch-d-id    to fd-fq-id-aluno
           move ws-lote-data  to fd-fq-data
           read arqFrequencia
           if ws-fs-arqFrequencia = 0 then
               if fd-fq-presenca = "J" then
                   move "N"                           to ws-registro-ok
                   move "Aluno suspenso no dia (falta justificada)"
                                                      to ws-motivo-rejeicao
                   go to validar-detalhe-exit
               end-if
           else
               if ws-fs-arqFrequencia <> 23 then
                   move 16                                       to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                      to ws-msn-erro-cod
                   move "Erro ao ler arq. frequencia "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>    o mesmo aluno duas vezes no lote: vale so a primeira linha
           move "N" to ws-id-repetido
           perform varying ws-ind-id from 1 by 1
                   until ws-ind-id > ws-qtd-ids-lote
                      or ws-id-repetido = "S"
               if ws-id-lote(ws-ind-id) = fd-ch-d-id then
                   move "S" to ws-id-repetido
               end-if
           end-perform

           if ws-id-repetido = "S" then
               move "N"                           to ws-registro-ok
               move "Aluno repetido no lote"      to ws-motivo-rejeicao
               go to validar-detalhe-exit
           end-if

           if ws-qtd-ids-lote < 999 then
               add 1 to ws-qtd-ids-lote
               move fd-ch-d-id to ws-id-lote(ws-qtd-ids-lote)
           end-if

           .
       validar-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava, em caso de correcao) a presenca do detalhe
      *>------------------------------------------------------------------------
       gravar-frequencia section.

           move fd-ch-d-id    to fd-fq-id-aluno
           move ws-lote-data  to fd-fq-data
           if fd-ch-d-presenca = "F" or fd-ch-d-presenca = "f" then
               move "F" to fd-fq-presenca
               add 1 to ws-qtd-faltas
           else
               move "P" to fd-fq-presenca
           end-if

           write fd-frequencia
           if ws-fs-arqFrequencia = 22 then
               rewrite fd-frequencia
               add 1 to ws-qtd-regravados
           else
               add 1 to ws-qtd-gravados
           end-if
           if ws-fs-arqFrequencia <> 0 then
               move 14                                       to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
               move "Erro ao gravar arq. frequencia "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de rejeicao no relatorio
      *>------------------------------------------------------------------------
       gravar-rejeicao section.

           move ws-motivo-rejeicao to ws-rej-motivo
           write fd-rej-linha from ws-rej-detalhe
           if ws-fs-arqRelRejeicoes <> 0 then
               move 15                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelRejeicoes                    to ws-msn-erro-cod
               move "Erro ao gravar arq. rejeicoes "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-rejeicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle da carga (tela e rejeicoesChamada.txt)
      *>------------------------------------------------------------------------
       imprimir-totais section.

           move spaces to ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           string "Turma/Data do lote: " ws-lote-cod-turma " " ws-lote-data
               delimited by size into ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           string "Detalhes lidos....: " ws-qtd-detalhes
                  "  Trailer: " ws-qtd-trailer
               delimited by size into ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           string "Validos...........: " ws-qtd-validos
               delimited by size into ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           string "Rejeitados........: " ws-qtd-rejeitados
               delimited by size into ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           string "Gravados..........: " ws-qtd-gravados
                  "  Regravados: " ws-qtd-regravados
                  "  Faltas: " ws-qtd-faltas
               delimited by size into ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           if ws-fase = "A" then
               display "Carga da chamada concluida."
           else
               move spaces to ws-rej-texto
               write fd-rej-linha from ws-rej-texto
               move "CARGA NAO EFETIVADA - controle do trailer nao confere"
                                               to ws-rej-texto
               write fd-rej-linha from ws-rej-texto
               display "Carga da chamada NAO efetivada (controle nao confere)."
           end-if
           display "Detalhes: " ws-qtd-detalhes
                   " Validos: " ws-qtd-validos
                   " Rejeitados: " ws-qtd-rejeitados
           display "Gravados: " ws-qtd-gravados
                   " Regravados: " ws-qtd-regravados
           display "Rejeicoes e totais em rejeicoesChamada.txt"

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

           close arqAlunos
           close arqTurmas
           if ws-tem-calendario = "S" then
               close arqCalendario
           end-if
           close arqFrequencia
           close arqRelRejeicoes

           .
       finaliza-exit.
           exit.
