      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3anonimizacao".
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
      *>----Alunos excluidos (soft-delete) de lista11exercicio3indexado
           select arqAlunosExcluidos assign to "arqAlunosExcluidos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-id-aluno-exc
           file status is ws-fs-arqAlunosExc.

      *>----Concluintes (lista11exercicio3formatura)
           select arqEgressos assign to "arqEgressos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-eg-id-aluno
           file status is ws-fs-arqEgressos.

      *>----Responsaveis (contatos) do aluno, com CPF e telefone
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-resp
           file status is ws-fs-arqResponsaveis.

      *>----Declaracoes emitidas: o registro guarda o nome do aluno
           select arqDeclaracoes assign to "arqDeclaracoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dc-numero
           file status is ws-fs-arqDeclaracoes.

      *>----Trilha de auditoria: a data da exclusao de cada aluno vem da
      *>    ultima linha EXCLUSAO, arquivada (auditoriaArquivada.txt) ou atual
           select arqAudArquivada assign to "auditoriaArquivada.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAudArquivada.

           select arqAuditoria assign to "auditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>----Lista acumulada do que foi anonimizado em cada rodada
           select arqRelAnonimizacao assign to "relAnonimizacao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelAnonim.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Layout do arqAlunosExcluidos.dat (lista11exercicio3indexado)
       fd  arqAlunosExcluidos.
       01  fd-alunos-exc.
           05  fd-id-aluno-exc                     pic 9(05).
           05  fd-aluno-exc                        pic x(25).
           05  fd-endereco-exc                     pic x(35).
           05  fd-mae-exc                          pic x(25).
           05  fd-pai-exc                          pic x(25).
           05  fd-tel-exc                          pic x(15).
           05  fd-cod-exc                          pic x(03).
           05  fd-notas-exc.
               10 fd-nota1-exc                     pic 9(02)v99.
               10 fd-nota2-exc                     pic 9(02)v99.
               10 fd-nota3-exc                     pic 9(02)v99.
               10 fd-nota4-exc                     pic 9(02)v99.
               10 fd-media-exc                     pic 9(02)v99.
           05  fd-status-exc                       pic x(01).
           05  fd-situacao-exc                     pic x(02).

      *>----Layout do arqEgressos.dat (lista11exercicio3formatura)
       fd  arqEgressos.
       01  fd-egressos.
           05  fd-eg-id-aluno                      pic 9(05).
           05  fd-eg-aluno                         pic x(25).
           05  fd-eg-endereco                      pic x(35).
           05  fd-eg-mae                           pic x(25).
           05  fd-eg-pai                           pic x(25).
           05  fd-eg-tel                           pic x(15).
           05  fd-eg-cod                           pic x(03).
           05  fd-eg-notas.
               10 fd-eg-nota1                      pic 9(02)v99.
               10 fd-eg-nota2                      pic 9(02)v99.
               10 fd-eg-nota3                      pic 9(02)v99.
               10 fd-eg-nota4                      pic 9(02)v99.
               10 fd-eg-media                      pic 9(02)v99.
           05  fd-eg-situacao                      pic x(02).
           05  fd-eg-data-conclusao                pic 9(08).

      *>----Layout do arqResponsaveis.dat (lista11exercicio3indexado)
       fd  arqResponsaveis.
       01  fd-responsaveis.
           05  fd-chave-resp.
               10  fd-rs-id-aluno                  pic 9(05).
               10  fd-rs-seq                       pic 9(02).
           05  fd-rs-nome                          pic x(25).
           05  fd-rs-parentesco                    pic x(15).
           05  fd-rs-cpf                           pic x(11).
           05  fd-rs-telefone                      pic x(15).
           05  fd-rs-correspondencia               pic x(01).

      *>----Layout do arqDeclaracoes.dat (lista11exercicio3indexado)
       fd  arqDeclaracoes.
       01  fd-declaracoes.
           05  fd-dc-numero                        pic 9(07).
           05  fd-dc-codigo                        pic x(06).
           05  fd-dc-tipo                          pic x(01).
           05  fd-dc-id-aluno                      pic 9(05).
           05  fd-dc-aluno                         pic x(25).
           05  fd-dc-cod-turma                     pic x(03).
           05  fd-dc-data-hora                     pic x(14).
           05  fd-dc-operador                      pic x(06).

       fd  arqAudArquivada.
       01  fd-arquivada-linha                      pic x(150).

       fd  arqAuditoria.
       01  fd-auditoria-linha                      pic x(150).

       fd  arqRelAnonimizacao.
       01  fd-rel-linha                            pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunosExc                      pic  9(02).
       77  ws-fs-arqEgressos                       pic  9(02).
       77  ws-fs-arqResponsaveis                   pic  9(02).
       77  ws-fs-arqDeclaracoes                    pic  9(02).
       77  ws-fs-arqAudArquivada                   pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqRelAnonim                      pic  9(02).

       77  ws-tem-excluidos                        pic x(01).
       77  ws-tem-egressos                         pic x(01).
       77  ws-tem-responsaveis                     pic x(01).
       77  ws-tem-declaracoes                      pic x(01).

      *>----Parametros da rodada: prazo de retencao em anos (contado da
      *>    exclusao ou da conclusao) e simulacao (so lista, nao altera)
       77  ws-prazo-anos                           pic 9(02).
       77  ws-simulacao                            pic x(01).
       77  ws-data-hoje                            pic 9(08).
       77  ws-data-limite                          pic 9(08).

      *>----Marca gravada no nome do registro anonimizado; o registro com
      *>    a marca nao e tratado de novo nem pode ser restaurado
       77  ws-marca-anonimo                        pic x(25)
                                                   value "ANONIMIZADO".

      *>----Excluidos ainda nao anonimizados e a data da ultima exclusao
      *>    de cada um, apurada na trilha de auditoria
       77  ws-qtd-exc                              pic 9(04).
       77  ws-ind-exc                              pic 9(04).
       77  ws-max-exc                              pic 9(04) value 999.
       01  ws-excluidos-tab.
           05  ws-excluido occurs 999.
               10  ws-ex-id                        pic 9(05).
               10  ws-ex-data                      pic 9(08).

       77  ws-id-aluno                             pic 9(05).
       77  ws-origem                               pic x(08).
       77  ws-data-ref                             pic 9(08).
       77  ws-qtd-resp                             pic 9(02).

       77  ws-qtd-anon-exc                         pic 9(04).
       77  ws-qtd-anon-eg                          pic 9(04).
       77  ws-qtd-sem-data                         pic 9(04).
       77  ws-qtd-no-prazo                         pic 9(04).
       77  ws-qtd-anon-resp                        pic 9(05).

      *>----Linha de auditoria lida (arquivada ou atual)
       01  ws-aud-lida.
           05  ws-al-data-hora.
               10  ws-al-data                      pic 9(08).
               10  ws-al-hora                      pic 9(06).
           05  filler                              pic x(01).
           05  ws-al-operacao                      pic x(12).
           05  filler                              pic x(01).
           05  ws-al-chave.
               10  ws-al-chave-id                  pic x(05).
               10  ws-al-chave-resto               pic x(05).
           05  filler                              pic x(01).
           05  ws-al-valor-ant                     pic x(48).
           05  filler                              pic x(01).
           05  ws-al-valor-novo                    pic x(48).
           05  filler                              pic x(01).
           05  ws-al-operador                      pic x(06).
           05  filler                              pic x(07).

      *>----Trilha de auditoria (mesmo layout de lista11exercicio3indexado)
       01  ws-auditoria-linha.
           05  ws-aud-data-hora                    pic x(14).
           05  filler                              pic x(01) value space.
           05  ws-aud-operacao                     pic x(12).
           05  filler                              pic x(01) value space.
           05  ws-aud-chave                        pic x(10).
           05  filler                              pic x(01) value space.
           05  ws-aud-valor-ant                    pic x(48).
           05  filler                              pic x(01) value space.
           05  ws-aud-valor-novo                   pic x(48).
           05  filler                              pic x(01) value space.
           05  ws-aud-operador                     pic x(06).

      *>----Linha da lista de anonimizacao (sem nenhum dado pessoal)
       01  ws-rel-detalhe.
           05  filler                              pic x(02) value space.
           05  ws-rl-id                            pic 9(05).
           05  filler                              pic x(02) value space.
           05  ws-rl-origem                        pic x(08).
           05  filler                              pic x(02) value space.
           05  ws-rl-data-ref                      pic x(10).
           05  filler                              pic x(02) value space.
           05  ws-rl-qtd-resp                      pic z9.
           05  filler                              pic x(02) value space.
           05  ws-rl-situacao                      pic x(40).

       01  ws-rel-texto                            pic x(100).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform anonimizar-excluidos.
           perform anonimizar-egressos.
           perform imprimir-totais.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametros da rodada e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Anonimizacao de Dados Pessoais (LGPD) ===="
           display "Prazo de retencao em anos apos exclusao/conclusao (0 = 5 anos):"
           move 0 to ws-prazo-anos
           accept ws-prazo-anos
           if ws-prazo-anos = 0 then
               move 5 to ws-prazo-anos
           end-if

           display "Somente simular (listar sem alterar)? 'S' ou 'N'ao:"
           move "S" to ws-simulacao
           accept ws-simulacao
           if ws-simulacao = "n" then
               move "N" to ws-simulacao
           end-if
           if ws-simulacao <> "N" then
               move "S" to ws-simulacao
           end-if

      *>    data limite: registros excluidos ou concluidos ate ela ja
      *>    cumpriram o prazo de retencao
           move function current-date (1:8) to ws-data-hoje
           compute ws-data-limite = ws-data-hoje - (ws-prazo-anos * 10000)

           move "S" to ws-tem-excluidos
           open i-o arqAlunosExcluidos
           if ws-fs-arqAlunosExc = 35 then
               move "N" to ws-tem-excluidos
           else
               if  ws-fs-arqAlunosExc <> 00
               and ws-fs-arqAlunosExc <> 05 then
                   move 1                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosExc                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. excluidos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-egressos
           open i-o arqEgressos
           if ws-fs-arqEgressos = 35 then
               move "N" to ws-tem-egressos
           else
               if  ws-fs-arqEgressos <> 00
               and ws-fs-arqEgressos <> 05 then
                   move 2                                    to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. egressos "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-responsaveis
           open i-o arqResponsaveis
           if ws-fs-arqResponsaveis = 35 then
               move "N" to ws-tem-responsaveis
           else
               if  ws-fs-arqResponsaveis <> 00
               and ws-fs-arqResponsaveis <> 05 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResponsaveis                to ws-msn-erro-cod
                   move "Erro ao abrir arq. responsaveis "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-declaracoes
           open i-o arqDeclaracoes
           if ws-fs-arqDeclaracoes = 35 then
               move "N" to ws-tem-declaracoes
           else
               if  ws-fs-arqDeclaracoes <> 00
               and ws-fs-arqDeclaracoes <> 05 then
                   move 17                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDeclaracoes                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. declaracoes "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>    lista acumulada: cada rodada acrescenta seu bloco
           open extend arqRelAnonimizacao
           if ws-fs-arqRelAnonim = 35 then
               open output arqRelAnonimizacao
           end-if
           if ws-fs-arqRelAnonim <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelAnonim                       to ws-msn-erro-cod
               move "Erro ao abrir arq. relAnonimizacao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date (1:14) to ws-aud-data-hora

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "==========================================================================="
                                               to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "ANONIMIZACAO LGPD - rodada de " ws-aud-data-hora (7:2) "/"
                  ws-aud-data-hora (5:2) "/" ws-aud-data-hora (1:4) " "
                  ws-aud-data-hora (9:2) ":" ws-aud-data-hora (11:2)
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "Prazo de retencao: " ws-prazo-anos " anos"
                  " - registros com data ate " ws-data-limite (7:2) "/"
                  ws-data-limite (5:2) "/" ws-data-limite (1:4)
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-simulacao = "S" then
               move "SIMULACAO: nenhum registro foi alterado nesta rodada"
                                               to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if
           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "  Id     Origem    Data ref.   Rs  Situacao" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-anon-exc
           move 0 to ws-qtd-anon-eg
           move 0 to ws-qtd-sem-data
           move 0 to ws-qtd-no-prazo
           move 0 to ws-qtd-anon-resp

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Excluidos: carrega os ainda nao anonimizados, apura a data da
      *>  exclusao na auditoria e anonimiza os que passaram do prazo
      *>------------------------------------------------------------------------
       anonimizar-excluidos section.

           if ws-tem-excluidos = "N" then
               go to anonimizar-excluidos-exit
           end-if

           perform carregar-excluidos
           perform apurar-datas-exclusao

           perform varying ws-ind-exc from 1 by 1
                   until ws-ind-exc > ws-qtd-exc
               move ws-ex-id(ws-ind-exc)   to ws-id-aluno
               move "EXCLUIDO"             to ws-origem
               move ws-ex-data(ws-ind-exc) to ws-data-ref

      *>        sem linha EXCLUSAO na trilha nao ha como contar o prazo:
      *>        o registro fica como esta e sai na lista para conferencia
               if ws-data-ref = 0 then
                   add 1 to ws-qtd-sem-data
                   move 0 to ws-qtd-resp
                   move "Mantido: exclusao sem data na auditoria"
                                           to ws-rl-situacao
                   perform imprimir-detalhe
               else
                   if ws-data-ref > ws-data-limite then
                       add 1 to ws-qtd-no-prazo
                   else
                       perform anonimizar-excluido
                   end-if
               end-if
           end-perform

           .
       anonimizar-excluidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela dos excluidos ainda com dados pessoais; acima do limite da
      *>  tabela os restantes ficam para a proxima rodada
      *>------------------------------------------------------------------------
       carregar-excluidos section.

           move 0 to ws-qtd-exc
           initialize ws-excluidos-tab

           move 0 to fd-id-aluno-exc
           start arqAlunosExcluidos key is >= fd-id-aluno-exc
           if ws-fs-arqAlunosExc <> 0 then
               go to carregar-excluidos-exit
           end-if

           perform until ws-fs-arqAlunosExc <> 0
                      or ws-qtd-exc >= ws-max-exc
               read arqAlunosExcluidos next
               if ws-fs-arqAlunosExc = 0 then
                   if fd-aluno-exc <> ws-marca-anonimo then
                       add 1 to ws-qtd-exc
                       move fd-id-aluno-exc to ws-ex-id(ws-qtd-exc)
                       move 0               to ws-ex-data(ws-qtd-exc)
                   end-if
               else
                   if ws-fs-arqAlunosExc <> 10 then
                       move 5                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAlunosExc                   to ws-msn-erro-cod
                       move "Erro ao ler arq. excluidos "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           if ws-qtd-exc >= ws-max-exc then
               display "Mais de " ws-max-exc " excluidos: os demais ficam para a proxima rodada"
           end-if

           .
       carregar-excluidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre a trilha (arquivada e atual, em ordem cronologica) e
      *>  guarda para cada excluido a data da ultima linha EXCLUSAO
      *>------------------------------------------------------------------------
       apurar-datas-exclusao section.

           open input arqAudArquivada
           if ws-fs-arqAudArquivada = 0 then
               perform until ws-fs-arqAudArquivada = 10
                   read arqAudArquivada into ws-aud-lida
                   if ws-fs-arqAudArquivada = 0 then
                       perform registrar-data-exclusao
                   else
                       if ws-fs-arqAudArquivada <> 10 then
                           move 6                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAudArquivada                to ws-msn-erro-cod
                           move "Erro ao ler arq. auditoria arquivada " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAudArquivada
           end-if

           open input arqAuditoria
           if ws-fs-arqAuditoria = 0 then
               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoria into ws-aud-lida
                   if ws-fs-arqAuditoria = 0 then
                       perform registrar-data-exclusao
                   else
                       if ws-fs-arqAuditoria <> 10 then
                           move 7                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAuditoria                   to ws-msn-erro-cod
                           move "Erro ao ler arq. auditoria "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAuditoria
           end-if

           .
       apurar-datas-exclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha EXCLUSAO de um Id da tabela: a data mais recente prevalece
      *>  (aluno restaurado e excluido de novo)
      *>------------------------------------------------------------------------
       registrar-data-exclusao section.

           if ws-al-operacao <> "EXCLUSAO"
           or ws-al-chave-resto <> spaces
           or ws-al-chave-id is not numeric then
               go to registrar-data-exclusao-exit
           end-if

           move ws-al-chave-id to ws-id-aluno

           perform varying ws-ind-exc from 1 by 1
                   until ws-ind-exc > ws-qtd-exc
               if ws-ex-id(ws-ind-exc) = ws-id-aluno then
                   move ws-al-data to ws-ex-data(ws-ind-exc)
               end-if
           end-perform

           .
       registrar-data-exclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anonimiza um excluido: nome marcado, endereco, pais e telefone
      *>  em branco; turma, notas, media e situacao permanecem
      *>------------------------------------------------------------------------
       anonimizar-excluido section.

           move ws-id-aluno to fd-id-aluno-exc
           read arqAlunosExcluidos
           if ws-fs-arqAlunosExc <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunosExc                       to ws-msn-erro-cod
               move "Erro ao ler arq. excluidos "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-simulacao = "N" then
               move ws-marca-anonimo to fd-aluno-exc
               move spaces           to fd-endereco-exc
               move spaces           to fd-mae-exc
               move spaces           to fd-pai-exc
               move spaces           to fd-tel-exc

               rewrite fd-alunos-exc
               if ws-fs-arqAlunosExc <> 0 then
                   move 9                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosExc                   to ws-msn-erro-cod
                   move "Erro ao regravar arq. excluidos "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform anonimizar-responsaveis
           perform anonimizar-declaracoes

           add 1 to ws-qtd-anon-exc
           perform concluir-anonimizacao

           .
       anonimizar-excluido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Egressos concluidos ha mais que o prazo; o registro e regravado
      *>  na propria leitura sequencial
      *>------------------------------------------------------------------------
       anonimizar-egressos section.

           if ws-tem-egressos = "N" then
               go to anonimizar-egressos-exit
           end-if

           move 0 to fd-eg-id-aluno
           start arqEgressos key is >= fd-eg-id-aluno
           if ws-fs-arqEgressos <> 0 then
               go to anonimizar-egressos-exit
           end-if

           perform until ws-fs-arqEgressos <> 0
               read arqEgressos next
               if ws-fs-arqEgressos = 0 then
                   if fd-eg-aluno <> ws-marca-anonimo then
                       if fd-eg-data-conclusao > ws-data-limite then
                           add 1 to ws-qtd-no-prazo
                       else
                           perform anonimizar-egresso
                       end-if
                   end-if
               else
                   if ws-fs-arqEgressos <> 10 then
                       move 10                                   to ws-msn-erro-ofsset
                       move ws-fs-arqEgressos                    to ws-msn-erro-cod
                       move "Erro ao ler arq. egressos "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           .
       anonimizar-egressos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anonimiza o egresso lido; data de conclusao, notas e situacao
      *>  permanecem para as estatisticas
      *>------------------------------------------------------------------------
       anonimizar-egresso section.

           move fd-eg-id-aluno       to ws-id-aluno
           move "EGRESSO"            to ws-origem
           move fd-eg-data-conclusao to ws-data-ref

           if ws-simulacao = "N" then
               move ws-marca-anonimo to fd-eg-aluno
               move spaces           to fd-eg-endereco
               move spaces           to fd-eg-mae
               move spaces           to fd-eg-pai
               move spaces           to fd-eg-tel

               rewrite fd-egressos
               if ws-fs-arqEgressos <> 0 then
                   move 11                                   to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                    to ws-msn-erro-cod
                   move "Erro ao regravar arq. egressos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform anonimizar-responsaveis
           perform anonimizar-declaracoes

           add 1 to ws-qtd-anon-eg
           perform concluir-anonimizacao

           .
       anonimizar-egresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Responsaveis do Id: nome marcado, CPF e telefone em branco; o
      *>  parentesco permanece
      *>------------------------------------------------------------------------
       anonimizar-responsaveis section.

           move 0 to ws-qtd-resp

           if ws-tem-responsaveis = "N" then
               go to anonimizar-responsaveis-exit
           end-if

           move ws-id-aluno to fd-rs-id-aluno
           move 0           to fd-rs-seq
           start arqResponsaveis key is >= fd-chave-resp
           if ws-fs-arqResponsaveis <> 0 then
               go to anonimizar-responsaveis-exit
           end-if

           perform until ws-fs-arqResponsaveis <> 0
                      or fd-rs-id-aluno <> ws-id-aluno
               read arqResponsaveis next
               if  ws-fs-arqResponsaveis = 0
               and fd-rs-id-aluno = ws-id-aluno
               and fd-rs-nome <> ws-marca-anonimo then
                   add 1 to ws-qtd-resp

                   if ws-simulacao = "N" then
                       move ws-marca-anonimo to fd-rs-nome
                       move spaces           to fd-rs-cpf
                       move spaces           to fd-rs-telefone
                       rewrite fd-responsaveis
                       if ws-fs-arqResponsaveis <> 0 then
                           move 12                                   to ws-msn-erro-ofsset
                           move ws-fs-arqResponsaveis                to ws-msn-erro-cod
                           move "Erro ao regravar arq. responsaveis " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-perform

           if  ws-fs-arqResponsaveis <> 0
           and ws-fs-arqResponsaveis <> 10 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-arqResponsaveis                    to ws-msn-erro-cod
               move "Erro ao ler arq. responsaveis "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add ws-qtd-resp to ws-qtd-anon-resp

           .
       anonimizar-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Declaracoes emitidas para o Id: o nome gravado no registro fica
      *>  em branco; numero, codigo, tipo e data permanecem para a
      *>  consulta de autenticidade
      *>------------------------------------------------------------------------
       anonimizar-declaracoes section.

           if ws-tem-declaracoes = "N"
           or ws-simulacao = "S" then
               go to anonimizar-declaracoes-exit
           end-if

           move 0 to fd-dc-numero
           start arqDeclaracoes key is >= fd-dc-numero
           if ws-fs-arqDeclaracoes <> 0 then
               go to anonimizar-declaracoes-exit
           end-if

           perform until ws-fs-arqDeclaracoes <> 0
               read arqDeclaracoes next
               if  ws-fs-arqDeclaracoes = 0
               and fd-dc-id-aluno = ws-id-aluno
               and fd-dc-aluno <> spaces then
                   move spaces to fd-dc-aluno
                   rewrite fd-declaracoes
                   if ws-fs-arqDeclaracoes <> 0 then
                       move 18                                   to ws-msn-erro-ofsset
                       move ws-fs-arqDeclaracoes                 to ws-msn-erro-cod
                       move "Erro ao regravar arq. declaracoes " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           if  ws-fs-arqDeclaracoes <> 0
           and ws-fs-arqDeclaracoes <> 10 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
               move "Erro ao ler arq. declaracoes "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       anonimizar-declaracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha na lista e na trilha de auditoria do Id anonimizado; a
      *>  auditoria registra so o Id, a origem e a data de referencia
      *>------------------------------------------------------------------------
       concluir-anonimizacao section.

           if ws-simulacao = "S" then
               move "Seria anonimizado (simulacao)" to ws-rl-situacao
           else
               move "Anonimizado"                   to ws-rl-situacao
           end-if
           perform imprimir-detalhe

           if ws-simulacao = "S" then
               go to concluir-anonimizacao-exit
           end-if

           move "ANONIMIZACAO"  to ws-aud-operacao
           move ws-id-aluno     to ws-aud-chave
           move spaces          to ws-aud-valor-ant
           string ws-origem " em " ws-data-ref (7:2) "/" ws-data-ref (5:2)
                  "/" ws-data-ref (1:4)
               delimited by size into ws-aud-valor-ant
           move spaces          to ws-aud-valor-novo
           string "Dados pessoais anonimizados, prazo " ws-prazo-anos " anos"
               delimited by size into ws-aud-valor-novo
           move "BATCH"         to ws-aud-operador
           perform registrar-auditoria

           .
       concluir-anonimizacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de detalhe da lista de anonimizacao
      *>------------------------------------------------------------------------
       imprimir-detalhe section.

           move ws-id-aluno  to ws-rl-id
           move ws-origem    to ws-rl-origem
           move ws-qtd-resp  to ws-rl-qtd-resp
           move spaces       to ws-rl-data-ref
           if ws-data-ref <> 0 then
               string ws-data-ref (7:2) "/" ws-data-ref (5:2) "/"
                      ws-data-ref (1:4)
                   delimited by size into ws-rl-data-ref
           end-if

           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelAnonim <> 0 then
               move 14                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelAnonim                       to ws-msn-erro-cod
               move "Erro ao gravar arq. relAnonimizacao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais da rodada na lista e na tela
      *>------------------------------------------------------------------------
       imprimir-totais section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "Excluidos anonimizados: " ws-qtd-anon-exc
                  "  Egressos anonimizados: " ws-qtd-anon-eg
                  "  Responsaveis: " ws-qtd-anon-resp
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "Ainda no prazo de retencao: " ws-qtd-no-prazo
                  "  Excluidos sem data de exclusao: " ws-qtd-sem-data
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Excluidos anonimizados: " ws-qtd-anon-exc
                   "  Egressos anonimizados: " ws-qtd-anon-eg
           display "Ainda no prazo: " ws-qtd-no-prazo
                   "  Sem data de exclusao: " ws-qtd-sem-data
           if ws-simulacao = "S" then
               display "Simulacao: nenhum registro alterado"
           end-if
           display "Lista em relAnonimizacao.txt"

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria - registra cada Id anonimizado
      *>------------------------------------------------------------------------
       registrar-auditoria section.

           move function current-date (1:14)  to ws-aud-data-hora

           open extend arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 0 then
               move 15                                       to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                       to ws-msn-erro-cod
               move "Erro ao abrir arq. auditoria "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-auditoria-linha to fd-auditoria-linha
           write fd-auditoria-linha
           if ws-fs-arqAuditoria <> 0 then
               move 16                                       to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                       to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria

           .
       registrar-auditoria-exit.
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

           if ws-tem-excluidos = "S" then
               close arqAlunosExcluidos
           end-if
           if ws-tem-egressos = "S" then
               close arqEgressos
           end-if
           if ws-tem-responsaveis = "S" then
               close arqResponsaveis
           end-if
           if ws-tem-declaracoes = "S" then
               close arqDeclaracoes
           end-if
           close arqRelAnonimizacao

           .
       finaliza-exit.
           exit.
