      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3dadospessoais".
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

           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-hist
           file status is ws-fs-arqHistorico.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-disc
           file status is ws-fs-arqDisciplinas.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-freq
           file status is ws-fs-arqFrequencia.

      *>----Ocorrencias disciplinares, declaracoes emitidas e pedidos de
      *>    correcao de nota (lista11exercicio3indexado)
           select arqOcorrencias assign to "arqOcorrencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-ocor
           file status is ws-fs-arqOcorrencias.

           select arqDeclaracoes assign to "arqDeclaracoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dc-numero
           file status is ws-fs-arqDeclaracoes.

           select arqCorrecoesNota assign to "arqCorrecoesNota.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cn-numero
           file status is ws-fs-arqCorrecoesNota.

      *>----Trilha de auditoria: primeiro as linhas ja arquivadas pelo
      *>    arquivamento anual (lista11exercicio3auditoria), depois as atuais
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

      *>----Relatorio consolidado de dados pessoais do aluno (LGPD)
           select arqRelDados assign to "relDadosPessoais.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelDados.

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

       fd  arqHistorico.
       01  fd-historico.
           05  fd-chave-hist.
               10  fd-h-id-aluno                   pic 9(05).
               10  fd-h-ano                        pic 9(04).
               10  fd-h-semestre                   pic 9(01).
               10  fd-h-cod-disc                   pic x(03).
           05  fd-h-notas.
               10  fd-h-nota1                      pic 9(02)v99.
               10  fd-h-nota2                      pic 9(02)v99.
               10  fd-h-nota3                      pic 9(02)v99.
               10  fd-h-nota4                      pic 9(02)v99.
               10  fd-h-media                      pic 9(02)v99.
           05  fd-h-situacao                       pic x(10).

       fd  arqDisciplinas.
       01  fd-disciplinas.
           05  fd-cod-disc                         pic x(03).
           05  fd-nome-disc                        pic x(20).
           05  fd-professor-disc                   pic x(25).

       fd  arqFrequencia.
       01  fd-frequencia.
           05  fd-chave-freq.
               10  fd-fq-id-aluno                  pic 9(05).
               10  fd-fq-data                      pic 9(08).
           05  fd-fq-presenca                      pic x(01).

      *>----Layout do arqOcorrencias.dat (lista11exercicio3indexado)
       fd  arqOcorrencias.
       01  fd-ocorrencias.
           05  fd-chave-ocor.
               10  fd-oc-id-aluno                  pic 9(05).
               10  fd-oc-data                      pic 9(08).
               10  fd-oc-seq                       pic 9(02).
           05  fd-oc-tipo                          pic x(01).
           05  fd-oc-descricao                     pic x(60).
           05  fd-oc-operador                      pic x(06).
           05  fd-oc-dias-susp                     pic 9(02).
           05  fd-oc-susp-ini                      pic 9(08).
           05  fd-oc-susp-fim                      pic 9(08).
           05  fd-oc-cod-turma                     pic x(03).

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

      *>----Layout do arqCorrecoesNota.dat (lista11exercicio3indexado)
       fd  arqCorrecoesNota.
       01  fd-correcoes-nota.
           05  fd-cn-numero                        pic 9(05).
           05  fd-cn-id-aluno                      pic 9(05).
           05  fd-cn-ano                           pic 9(04).
           05  fd-cn-semestre                      pic 9(01).
           05  fd-cn-cod-disc                      pic x(03).
           05  fd-cn-num-nota                      pic 9(01).
           05  fd-cn-nota-ant                      pic 9(02)v99.
           05  fd-cn-nota-nova                     pic 9(02)v99.
           05  fd-cn-motivo                        pic x(40).
           05  fd-cn-status                        pic x(01).
           05  fd-cn-operador                      pic x(06).
           05  fd-cn-data-pedido                   pic 9(08).
           05  fd-cn-coordenador                   pic x(06).
           05  fd-cn-data-decisao                  pic 9(08).
           05  fd-cn-parecer                       pic x(40).

      *>----Layout da linha de auditoria gravada por registrar-auditoria
      *>    nos programas de cadastro
       fd  arqAudArquivada.
       01  fd-arquivada-linha                      pic x(150).

       fd  arqAuditoria.
       01  fd-auditoria-linha                      pic x(150).

       fd  arqRelDados.
       01  fd-rel-linha                            pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqAlunosExc                      pic  9(02).
       77  ws-fs-arqEgressos                       pic  9(02).
       77  ws-fs-arqResponsaveis                   pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqOcorrencias                    pic  9(02).
       77  ws-fs-arqDeclaracoes                    pic  9(02).
       77  ws-fs-arqCorrecoesNota                  pic  9(02).
       77  ws-fs-arqAudArquivada                   pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqRelDados                       pic  9(02).

      *>----Arquivos que podem ainda nao existir na escola
       77  ws-tem-excluidos                        pic x(01).
       77  ws-tem-egressos                         pic x(01).
       77  ws-tem-responsaveis                     pic x(01).
       77  ws-tem-historico                        pic x(01).
       77  ws-tem-disciplinas                      pic x(01).
       77  ws-tem-frequencia                       pic x(01).
       77  ws-tem-ocorrencias                      pic x(01).
       77  ws-tem-declaracoes                      pic x(01).
       77  ws-tem-correcoes                        pic x(01).

      *>----Aluno pedido pelo responsavel
       77  ws-id-aluno                             pic 9(05).
       77  ws-chave-aluno                          pic x(10).
       77  ws-achou-cadastro                       pic x(01).

       77  ws-qtd-resp                             pic 9(03).
       77  ws-qtd-hist                             pic 9(03).
       77  ws-qtd-freq                             pic 9(05).
       77  ws-qtd-aud                              pic 9(05).
       77  ws-qtd-ocor                             pic 9(03).
       77  ws-qtd-decl                             pic 9(03).
       77  ws-qtd-corr                             pic 9(03).

      *>----Descricoes dos codigos de ocorrencia, declaracao e pedido
       77  ws-tipo-desc                            pic x(20).
       77  ws-nota-nova-ed                         pic z9,99.
       77  ws-rel-ptr                              pic 9(03).

      *>----Quebras do historico (semestre) e da frequencia (mes)
       77  ws-hist-ano-ant                         pic 9(04).
       77  ws-hist-sem-ant                         pic 9(01).
       77  ws-fq-anomes                            pic 9(06).
       77  ws-fq-anomes-ant                        pic 9(06).
       77  ws-fq-presencas                         pic 9(03).
       77  ws-fq-faltas                            pic 9(03).
       77  ws-fq-justificadas                      pic 9(03).

       77  ws-nota-ed                              pic z9,99.

      *>----Linha de auditoria lida (arquivada ou atual)
       01  ws-aud-lida.
           05  ws-al-data-hora                     pic x(14).
           05  filler                              pic x(01).
           05  ws-al-operacao                      pic x(12).
           05  filler                              pic x(01).
           05  ws-al-chave                         pic x(10).
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

      *>----Linha de historico (mesma moldura do certificado)
       01  ws-hist-linha.
           05  filler                              pic x(04) value space.
           05  ws-hl-nome                          pic x(20).
           05  filler                              pic x(01) value space.
           05  ws-hl-nota1                         pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-hl-nota2                         pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-hl-nota3                         pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-hl-nota4                         pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-hl-media                         pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-hl-situacao                      pic x(10).

      *>----Linha de auditoria no relatorio (moldura de relAuditoria.txt)
       01  ws-aud-detalhe.
           05  filler                              pic x(04) value space.
           05  ws-ad-dia                           pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-ad-mes                           pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-ad-ano                           pic x(04).
           05  filler                              pic x(01) value space.
           05  ws-ad-hora                          pic x(02).
           05  filler                              pic x(01) value ":".
           05  ws-ad-min                           pic x(02).
           05  filler                              pic x(02) value space.
           05  ws-ad-operacao                      pic x(12).
           05  filler                              pic x(02) value space.
           05  ws-ad-operador                      pic x(06).
           05  filler                              pic x(02) value space.
           05  ws-ad-valor-ant                     pic x(36).
           05  filler                              pic x(02) value space.
           05  ws-ad-valor-novo                    pic x(36).

       01  ws-rel-texto                            pic x(132).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform emitir-relatorio.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Aluno pedido e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Relatorio de Dados Pessoais (LGPD) ===="
           display "Informe o Id do Aluno:"
           move 0 to ws-id-aluno
           accept ws-id-aluno

      *>    chave gravada na auditoria pelos cadastros: o Id com 5 digitos
           move ws-id-aluno to ws-chave-aluno

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-excluidos
           open input arqAlunosExcluidos
           if ws-fs-arqAlunosExc = 35 then
               move "N" to ws-tem-excluidos
           else
               if ws-fs-arqAlunosExc <> 0 then
                   move 2                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosExc                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. excluidos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-egressos
           open input arqEgressos
           if ws-fs-arqEgressos = 35 then
               move "N" to ws-tem-egressos
           else
               if ws-fs-arqEgressos <> 0 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. egressos "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-responsaveis
           open input arqResponsaveis
           if ws-fs-arqResponsaveis = 35 then
               move "N" to ws-tem-responsaveis
           else
               if ws-fs-arqResponsaveis <> 0 then
                   move 4                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResponsaveis                to ws-msn-erro-cod
                   move "Erro ao abrir arq. responsaveis "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-historico
           open input arqHistorico
           if ws-fs-arqHistorico = 35 then
               move "N" to ws-tem-historico
           else
               if ws-fs-arqHistorico <> 0 then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. historico "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-disciplinas
           open input arqDisciplinas
           if ws-fs-arqDisciplinas = 35 then
               move "N" to ws-tem-disciplinas
           else
               if ws-fs-arqDisciplinas <> 0 then
                   move 6                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. disciplinas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-frequencia
           open input arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               move "N" to ws-tem-frequencia
           else
               if ws-fs-arqFrequencia <> 0 then
                   move 7                                    to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. frequencia "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-ocorrencias
           open input arqOcorrencias
           if ws-fs-arqOcorrencias = 35 then
               move "N" to ws-tem-ocorrencias
           else
               if ws-fs-arqOcorrencias <> 0 then
                   move 20                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. ocorrencias "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-declaracoes
           open input arqDeclaracoes
           if ws-fs-arqDeclaracoes = 35 then
               move "N" to ws-tem-declaracoes
           else
               if ws-fs-arqDeclaracoes <> 0 then
                   move 21                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDeclaracoes                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. declaracoes "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-correcoes
           open input arqCorrecoesNota
           if ws-fs-arqCorrecoesNota = 35 then
               move "N" to ws-tem-correcoes
           else
               if ws-fs-arqCorrecoesNota <> 0 then
                   move 22                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
                   move "Erro ao abrir arq. correcoes nota " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelDados
           if ws-fs-arqRelDados <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelDados                        to ws-msn-erro-cod
               move "Erro ao abrir arq. relDadosPessoais "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio consolidado: cadastro (ativo, excluido ou egresso),
      *>  responsaveis, historico, frequencia, ocorrencias, declaracoes,
      *>  pedidos de correcao de nota e trilha de auditoria
      *>------------------------------------------------------------------------
       emitir-relatorio section.

           move "RELATORIO DE DADOS PESSOAIS DO ALUNO (LGPD)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move function current-date (1:14) to ws-aud-data-hora
           move spaces to ws-rel-texto
           string "Id do Aluno: " ws-id-aluno
                  "   Emitido em " ws-aud-data-hora (7:2) "/"
                  ws-aud-data-hora (5:2) "/" ws-aud-data-hora (1:4)
                  " " ws-aud-data-hora (9:2) ":" ws-aud-data-hora (11:2)
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "N" to ws-achou-cadastro

           perform listar-cadastro-ativo
           perform listar-cadastro-excluido
           perform listar-egresso

           if ws-achou-cadastro = "N" then
               move spaces to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
               move "Id nao encontrado no cadastro, nos excluidos nem nos egressos."
                                               to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if

           perform listar-responsaveis
           perform listar-historico
           perform listar-frequencia
           perform listar-ocorrencias
           perform listar-declaracoes
           perform listar-correcoes
           perform listar-auditoria

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "Responsaveis: " ws-qtd-resp
                  "  Linhas de historico: " ws-qtd-hist
                  "  Dias de frequencia: " ws-qtd-freq
                  "  Linhas de auditoria: " ws-qtd-aud
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "Ocorrencias: " ws-qtd-ocor
                  "  Declaracoes emitidas: " ws-qtd-decl
                  "  Pedidos de correcao de nota: " ws-qtd-corr
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelDados <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelDados                        to ws-msn-erro-cod
               move "Erro ao gravar arq. relDadosPessoais "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    a emissao do relatorio fica registrada na trilha
           move "LGPD RELAT"    to ws-aud-operacao
           move ws-id-aluno     to ws-aud-chave
           move spaces          to ws-aud-valor-ant
           move "Relatorio de dados pessoais emitido"
                                to ws-aud-valor-novo
           move "BATCH"         to ws-aud-operador
           perform registrar-auditoria

           display "Relatorio do Id " ws-id-aluno
                   " gravado em relDadosPessoais.txt"

           .
       emitir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro principal (aluno matriculado)
      *>------------------------------------------------------------------------
       listar-cadastro-ativo section.

           move ws-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos = 23 then
               go to listar-cadastro-ativo-exit
           end-if
           if ws-fs-arqAlunos <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-achou-cadastro

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Cadastro de alunos (arqAlunosIndexed.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "    Nome.....: " fd-aluno
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Endereco.: " fd-endereco
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Mae......: " fd-mae
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Pai......: " fd-pai
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Telefone.: " fd-tel
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move fd-media to ws-nota-ed
           move spaces to ws-rel-texto
           string "    Turma....: " fd-cod "   Status: " fd-status
                  "   Media: " ws-nota-ed "   Situacao: " fd-situacao
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           .
       listar-cadastro-ativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro excluido (recuperavel) guardado em arqAlunosExcluidos
      *>------------------------------------------------------------------------
       listar-cadastro-excluido section.

           if ws-tem-excluidos = "N" then
               go to listar-cadastro-excluido-exit
           end-if

           move ws-id-aluno to fd-id-aluno-exc
           read arqAlunosExcluidos
           if ws-fs-arqAlunosExc = 23 then
               go to listar-cadastro-excluido-exit
           end-if
           if ws-fs-arqAlunosExc <> 0 then
               move 11                                       to ws-msn-erro-ofsset
               move ws-fs-arqAlunosExc                       to ws-msn-erro-cod
               move "Erro ao ler arq. excluidos "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-achou-cadastro

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Alunos excluidos (arqAlunosExcluidos.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "    Nome.....: " fd-aluno-exc
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Endereco.: " fd-endereco-exc
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Mae......: " fd-mae-exc
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Pai......: " fd-pai-exc
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Telefone.: " fd-tel-exc
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move fd-media-exc to ws-nota-ed
           move spaces to ws-rel-texto
           string "    Turma....: " fd-cod-exc "   Status: " fd-status-exc
                  "   Media: " ws-nota-ed "   Situacao: " fd-situacao-exc
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           .
       listar-cadastro-excluido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro de egresso (concluinte) da rodada de formatura
      *>------------------------------------------------------------------------
       listar-egresso section.

           if ws-tem-egressos = "N" then
               go to listar-egresso-exit
           end-if

           move ws-id-aluno to fd-eg-id-aluno
           read arqEgressos
           if ws-fs-arqEgressos = 23 then
               go to listar-egresso-exit
           end-if
           if ws-fs-arqEgressos <> 0 then
               move 12                                       to ws-msn-erro-ofsset
               move ws-fs-arqEgressos                        to ws-msn-erro-cod
               move "Erro ao ler arq. egressos "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-achou-cadastro

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Egressos (arqEgressos.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "    Nome.....: " fd-eg-aluno
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Endereco.: " fd-eg-endereco
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Mae......: " fd-eg-mae
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Pai......: " fd-eg-pai
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move spaces to ws-rel-texto
           string "    Telefone.: " fd-eg-tel
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move fd-eg-media to ws-nota-ed
           move spaces to ws-rel-texto
           string "    Turma....: " fd-eg-cod
                  "   Media: " ws-nota-ed "   Situacao: " fd-eg-situacao
                  "   Concluido em " fd-eg-data-conclusao (7:2) "/"
                  fd-eg-data-conclusao (5:2) "/" fd-eg-data-conclusao (1:4)
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           .
       listar-egresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Responsaveis do aluno, na ordem de inclusao
      *>------------------------------------------------------------------------
       listar-responsaveis section.

           move 0 to ws-qtd-resp

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Responsaveis (arqResponsaveis.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-tem-responsaveis = "N" then
               go to listar-responsaveis-fim
           end-if

           move ws-id-aluno to fd-rs-id-aluno
           move 0           to fd-rs-seq
           start arqResponsaveis key is >= fd-chave-resp
           if ws-fs-arqResponsaveis <> 0 then
               go to listar-responsaveis-fim
           end-if

           perform until ws-fs-arqResponsaveis <> 0
                      or fd-rs-id-aluno <> ws-id-aluno
               read arqResponsaveis next
               if  ws-fs-arqResponsaveis = 0
               and fd-rs-id-aluno = ws-id-aluno then
                   add 1 to ws-qtd-resp
                   move spaces to ws-rel-texto
                   string "    " fd-rs-seq " " fd-rs-nome " " fd-rs-parentesco
                          " CPF " fd-rs-cpf " Tel " fd-rs-telefone
                          " Correspondencia " fd-rs-correspondencia
                       delimited by size into ws-rel-texto
                   write fd-rel-linha from ws-rel-texto
               end-if
           end-perform

           if  ws-fs-arqResponsaveis <> 0
           and ws-fs-arqResponsaveis <> 10 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-arqResponsaveis                    to ws-msn-erro-cod
               move "Erro ao ler arq. responsaveis "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       listar-responsaveis-fim.
           if ws-qtd-resp = 0 then
               move "    Nenhum responsavel cadastrado" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if
           .
       listar-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico escolar, semestre a semestre (mesma quebra do
      *>  certificado de lista11exercicio3formatura)
      *>------------------------------------------------------------------------
       listar-historico section.

           move 0 to ws-qtd-hist
           move 0 to ws-hist-ano-ant
           move 0 to ws-hist-sem-ant

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Historico escolar (arqHistorico.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-tem-historico = "N" then
               go to listar-historico-fim
           end-if

           move ws-id-aluno to fd-h-id-aluno
           move 0           to fd-h-ano
           move 0           to fd-h-semestre
           move low-values  to fd-h-cod-disc
           start arqHistorico key is >= fd-chave-hist
           if ws-fs-arqHistorico <> 0 then
               go to listar-historico-fim
           end-if

           perform until ws-fs-arqHistorico <> 0
                      or fd-h-id-aluno <> ws-id-aluno
               read arqHistorico next
               if  ws-fs-arqHistorico = 0
               and fd-h-id-aluno = ws-id-aluno then
                   add 1 to ws-qtd-hist

                   if fd-h-ano <> ws-hist-ano-ant
                   or fd-h-semestre <> ws-hist-sem-ant then
                       move fd-h-ano      to ws-hist-ano-ant
                       move fd-h-semestre to ws-hist-sem-ant

                       move spaces to ws-rel-texto
                       string "    Ano: " fd-h-ano
                              " - Semestre: " fd-h-semestre
                           delimited by size into ws-rel-texto
                       write fd-rel-linha from ws-rel-texto
                   end-if

                   if fd-h-cod-disc = spaces then
                       move fd-h-media to ws-nota-ed
                       move spaces to ws-rel-texto
                       string "    Media Geral: " ws-nota-ed
                              "  Situacao: " fd-h-situacao
                           delimited by size into ws-rel-texto
                       write fd-rel-linha from ws-rel-texto
                   else
                       move fd-h-cod-disc to ws-hl-nome
                       if ws-tem-disciplinas = "S" then
                           move fd-h-cod-disc to fd-cod-disc
                           read arqDisciplinas
                           if ws-fs-arqDisciplinas = 0 then
                               move fd-nome-disc to ws-hl-nome
                           end-if
                       end-if

                       move fd-h-nota1    to ws-hl-nota1
                       move fd-h-nota2    to ws-hl-nota2
                       move fd-h-nota3    to ws-hl-nota3
                       move fd-h-nota4    to ws-hl-nota4
                       move fd-h-media    to ws-hl-media
                       move fd-h-situacao to ws-hl-situacao
                       write fd-rel-linha from ws-hist-linha
                   end-if
               end-if
           end-perform

           if  ws-fs-arqHistorico <> 0
           and ws-fs-arqHistorico <> 10 then
               move 14                                       to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                       to ws-msn-erro-cod
               move "Erro ao ler arq. historico "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       listar-historico-fim.
           if ws-qtd-hist = 0 then
               move "    Sem historico gravado para este aluno" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if
           .
       listar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Frequencia diaria resumida por mes (presencas, faltas e faltas
      *>  justificadas)
      *>------------------------------------------------------------------------
       listar-frequencia section.

           move 0 to ws-qtd-freq
           move 0 to ws-fq-anomes-ant
           move 0 to ws-fq-presencas
           move 0 to ws-fq-faltas
           move 0 to ws-fq-justificadas

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Frequencia por mes (arqFrequencia.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-tem-frequencia = "N" then
               go to listar-frequencia-fim
           end-if

           move ws-id-aluno to fd-fq-id-aluno
           move 0           to fd-fq-data
           start arqFrequencia key is >= fd-chave-freq
           if ws-fs-arqFrequencia <> 0 then
               go to listar-frequencia-fim
           end-if

           perform until ws-fs-arqFrequencia <> 0
                      or fd-fq-id-aluno <> ws-id-aluno
               read arqFrequencia next
               if  ws-fs-arqFrequencia = 0
               and fd-fq-id-aluno = ws-id-aluno then
                   add 1 to ws-qtd-freq

                   move fd-fq-data (1:6) to ws-fq-anomes
                   if ws-fq-anomes <> ws-fq-anomes-ant then
                       if ws-fq-anomes-ant <> 0 then
                           perform imprimir-mes-frequencia
                       end-if
                       move ws-fq-anomes to ws-fq-anomes-ant
                   end-if

                   evaluate fd-fq-presenca
                       when "P"
                           add 1 to ws-fq-presencas
                       when "J"
                           add 1 to ws-fq-justificadas
                       when other
                           add 1 to ws-fq-faltas
                   end-evaluate
               end-if
           end-perform

           if  ws-fs-arqFrequencia <> 0
           and ws-fs-arqFrequencia <> 10 then
               move 15                                       to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
               move "Erro ao ler arq. frequencia "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fq-anomes-ant <> 0 then
               perform imprimir-mes-frequencia
           end-if

           .
       listar-frequencia-fim.
           if ws-qtd-freq = 0 then
               move "    Sem frequencia registrada para este aluno" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if
           .
       listar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um mes da frequencia e zeragem dos contadores
      *>------------------------------------------------------------------------
       imprimir-mes-frequencia section.

           move spaces to ws-rel-texto
           string "    " ws-fq-anomes-ant (5:2) "/" ws-fq-anomes-ant (1:4)
                  "  Presencas: " ws-fq-presencas
                  "  Faltas: " ws-fq-faltas
                  "  Justificadas: " ws-fq-justificadas
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-fq-presencas
           move 0 to ws-fq-faltas
           move 0 to ws-fq-justificadas

           .
       imprimir-mes-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrencias disciplinares do aluno, com a descricao registrada e
      *>  o periodo de suspensao
      *>------------------------------------------------------------------------
       listar-ocorrencias section.

           move 0 to ws-qtd-ocor

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Ocorrencias disciplinares (arqOcorrencias.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-tem-ocorrencias = "N" then
               go to listar-ocorrencias-fim
           end-if

           move ws-id-aluno to fd-oc-id-aluno
           move 0           to fd-oc-data
           move 0           to fd-oc-seq
           start arqOcorrencias key is >= fd-chave-ocor
           if ws-fs-arqOcorrencias <> 0 then
               go to listar-ocorrencias-fim
           end-if

           perform until ws-fs-arqOcorrencias <> 0
                      or fd-oc-id-aluno <> ws-id-aluno
               read arqOcorrencias next
               if  ws-fs-arqOcorrencias = 0
               and fd-oc-id-aluno = ws-id-aluno then
                   add 1 to ws-qtd-ocor
                   evaluate fd-oc-tipo
                       when "A"
                           move "ADVERTENCIA"          to ws-tipo-desc
                       when "S"
                           move "SUSPENSAO"            to ws-tipo-desc
                       when "D"
                           move "DANO AO PATRIMONIO"   to ws-tipo-desc
                       when "O"
                           move "OUTRA"                to ws-tipo-desc
                       when other
                           move "?"                    to ws-tipo-desc
                   end-evaluate
                   move spaces to ws-rel-texto
                   move 1      to ws-rel-ptr
                   string "    " fd-oc-data (7:2) "/" fd-oc-data (5:2) "/"
                          fd-oc-data (1:4) " seq " fd-oc-seq " " ws-tipo-desc
                          " Turma " fd-oc-cod-turma " Operador " fd-oc-operador
                       delimited by size into ws-rel-texto
                       with pointer ws-rel-ptr
                   if fd-oc-dias-susp > 0 then
                       string " Suspensao " fd-oc-dias-susp
                              " dias: " fd-oc-susp-ini " a " fd-oc-susp-fim
                           delimited by size into ws-rel-texto
                           with pointer ws-rel-ptr
                   end-if
                   write fd-rel-linha from ws-rel-texto
                   move spaces to ws-rel-texto
                   string "      " fd-oc-descricao
                       delimited by size into ws-rel-texto
                   write fd-rel-linha from ws-rel-texto
               end-if
           end-perform

           if  ws-fs-arqOcorrencias <> 0
           and ws-fs-arqOcorrencias <> 10 then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                     to ws-msn-erro-cod
               move "Erro ao ler arq. ocorrencias "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       listar-ocorrencias-fim.
           if ws-qtd-ocor = 0 then
               move "    Nenhuma ocorrencia registrada" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if
           .
       listar-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Declaracoes emitidas para o aluno (o registro guarda o nome)
      *>------------------------------------------------------------------------
       listar-declaracoes section.

           move 0 to ws-qtd-decl

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Declaracoes emitidas (arqDeclaracoes.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-tem-declaracoes = "N" then
               go to listar-declaracoes-fim
           end-if

           move 0 to fd-dc-numero
           start arqDeclaracoes key is >= fd-dc-numero
           if ws-fs-arqDeclaracoes <> 0 then
               go to listar-declaracoes-fim
           end-if

           perform until ws-fs-arqDeclaracoes <> 0
               read arqDeclaracoes next
               if  ws-fs-arqDeclaracoes = 0
               and fd-dc-id-aluno = ws-id-aluno then
                   add 1 to ws-qtd-decl
                   evaluate fd-dc-tipo
                       when "M"
                           move "MATRICULA"            to ws-tipo-desc
                       when "F"
                           move "FREQUENCIA"           to ws-tipo-desc
                       when "N"
                           move "NOTAS EM ANDAMENTO"   to ws-tipo-desc
                       when "T"
                           move "TRANSFERENCIA"        to ws-tipo-desc
                       when other
                           move "?"                    to ws-tipo-desc
                   end-evaluate
                   move spaces to ws-rel-texto
                   string "    Numero " fd-dc-numero " " ws-tipo-desc
                          " " fd-dc-data-hora (7:2) "/" fd-dc-data-hora (5:2)
                          "/" fd-dc-data-hora (1:4) " Operador " fd-dc-operador
                          " Nome " fd-dc-aluno " Turma " fd-dc-cod-turma
                       delimited by size into ws-rel-texto
                   write fd-rel-linha from ws-rel-texto
               end-if
           end-perform

           if ws-fs-arqDeclaracoes <> 10 then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
               move "Erro ao ler arq. declaracoes "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       listar-declaracoes-fim.
           if ws-qtd-decl = 0 then
               move "    Nenhuma declaracao emitida" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if
           .
       listar-declaracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pedidos de correcao de nota do historico do aluno, com a decisao
      *>------------------------------------------------------------------------
       listar-correcoes section.

           move 0 to ws-qtd-corr

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Pedidos de correcao de nota (arqCorrecoesNota.dat)" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-tem-correcoes = "N" then
               go to listar-correcoes-fim
           end-if

           move 0 to fd-cn-numero
           start arqCorrecoesNota key is >= fd-cn-numero
           if ws-fs-arqCorrecoesNota <> 0 then
               go to listar-correcoes-fim
           end-if

           perform until ws-fs-arqCorrecoesNota <> 0
               read arqCorrecoesNota next
               if  ws-fs-arqCorrecoesNota = 0
               and fd-cn-id-aluno = ws-id-aluno then
                   add 1 to ws-qtd-corr
                   evaluate fd-cn-status
                       when "P"
                           move "PENDENTE"             to ws-tipo-desc
                       when "A"
                           move "APROVADO"             to ws-tipo-desc
                       when other
                           move "NEGADO"               to ws-tipo-desc
                   end-evaluate
                   move fd-cn-nota-ant  to ws-nota-ed
                   move fd-cn-nota-nova to ws-nota-nova-ed
                   move spaces to ws-rel-texto
                   string "    Pedido " fd-cn-numero " de "
                          fd-cn-data-pedido (7:2) "/" fd-cn-data-pedido (5:2)
                          "/" fd-cn-data-pedido (1:4) " " fd-cn-ano "/"
                          fd-cn-semestre " " fd-cn-cod-disc " nota "
                          fd-cn-num-nota ": " ws-nota-ed " -> " ws-nota-nova-ed
                          " " ws-tipo-desc
                       delimited by size into ws-rel-texto
                   write fd-rel-linha from ws-rel-texto
                   move spaces to ws-rel-texto
                   string "      Motivo: " fd-cn-motivo
                       delimited by size into ws-rel-texto
                   write fd-rel-linha from ws-rel-texto
                   if fd-cn-status <> "P" then
                       move spaces to ws-rel-texto
                       string "      Decidido por " fd-cn-coordenador " em "
                              fd-cn-data-decisao (7:2) "/"
                              fd-cn-data-decisao (5:2) "/"
                              fd-cn-data-decisao (1:4) ": " fd-cn-parecer
                           delimited by size into ws-rel-texto
                       write fd-rel-linha from ws-rel-texto
                   end-if
               end-if
           end-perform

           if ws-fs-arqCorrecoesNota <> 10 then
               move 25                                       to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoesNota                   to ws-msn-erro-cod
               move "Erro ao ler arq. correcoes nota "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       listar-correcoes-fim.
           if ws-qtd-corr = 0 then
               move "    Nenhum pedido de correcao de nota" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if
           .
       listar-correcoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas da trilha de auditoria com a chave do aluno, das
      *>  arquivadas as atuais; operacoes cuja chave nao e um Id de aluno
      *>  (calendario, bimestre, reabertura) ficam de fora
      *>------------------------------------------------------------------------
       listar-auditoria section.

           move 0 to ws-qtd-aud

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "Trilha de auditoria (auditoriaArquivada.txt e auditoria.txt)"
                                               to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           open input arqAudArquivada
           if ws-fs-arqAudArquivada = 0 then
               perform until ws-fs-arqAudArquivada = 10
                   read arqAudArquivada into ws-aud-lida
                   if ws-fs-arqAudArquivada = 0 then
                       perform imprimir-linha-auditoria
                   else
                       if ws-fs-arqAudArquivada <> 10 then
                           move 16                                   to ws-msn-erro-ofsset
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
                       perform imprimir-linha-auditoria
                   else
                       if ws-fs-arqAuditoria <> 10 then
                           move 17                                   to ws-msn-erro-ofsset
                           move ws-fs-arqAuditoria                   to ws-msn-erro-cod
                           move "Erro ao ler arq. auditoria "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAuditoria
           end-if

           if ws-qtd-aud = 0 then
               move "    Nenhuma linha de auditoria para este aluno" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if

           .
       listar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha lida quando a chave e o Id pedido
      *>------------------------------------------------------------------------
       imprimir-linha-auditoria section.

           if ws-al-chave <> ws-chave-aluno
           or ws-al-operacao = "CALENDARIO"
           or ws-al-operacao = "BIMESTRE"
           or ws-al-operacao = "REABERTURA" then
               go to imprimir-linha-auditoria-exit
           end-if

           add 1 to ws-qtd-aud

           move ws-al-data-hora (7:2)  to ws-ad-dia
           move ws-al-data-hora (5:2)  to ws-ad-mes
           move ws-al-data-hora (1:4)  to ws-ad-ano
           move ws-al-data-hora (9:2)  to ws-ad-hora
           move ws-al-data-hora (11:2) to ws-ad-min
           move ws-al-operacao         to ws-ad-operacao
           move ws-al-operador         to ws-ad-operador
           move ws-al-valor-ant        to ws-ad-valor-ant
           move ws-al-valor-novo       to ws-ad-valor-novo
           write fd-rel-linha from ws-aud-detalhe

           .
       imprimir-linha-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria - registra a emissao do relatorio
      *>------------------------------------------------------------------------
       registrar-auditoria section.

           move function current-date (1:14)  to ws-aud-data-hora

           open extend arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 0 then
               move 18                                       to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                       to ws-msn-erro-cod
               move "Erro ao abrir arq. auditoria "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-auditoria-linha to fd-auditoria-linha
           write fd-auditoria-linha
           if ws-fs-arqAuditoria <> 0 then
               move 19                                       to ws-msn-erro-ofsset
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

           close arqAlunos
           if ws-tem-excluidos = "S" then
               close arqAlunosExcluidos
           end-if
           if ws-tem-egressos = "S" then
               close arqEgressos
           end-if
           if ws-tem-responsaveis = "S" then
               close arqResponsaveis
           end-if
           if ws-tem-historico = "S" then
               close arqHistorico
           end-if
           if ws-tem-disciplinas = "S" then
               close arqDisciplinas
           end-if
           if ws-tem-frequencia = "S" then
               close arqFrequencia
           end-if
           if ws-tem-ocorrencias = "S" then
               close arqOcorrencias
           end-if
           if ws-tem-declaracoes = "S" then
               close arqDeclaracoes
           end-if
           if ws-tem-correcoes = "S" then
               close arqCorrecoesNota
           end-if
           close arqRelDados

           .
       finaliza-exit.
           exit.
