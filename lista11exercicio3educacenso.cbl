      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3educacenso".
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
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-cod
           file status is ws-fs-arqTurmas.

           select arqAlunos assign to "arqAlunosIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-id-aluno
           alternate record key is fd-cod with duplicates
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAlunos.

      *>----Concluintes (lista11exercicio3formatura)
           select arqEgressos assign to "arqEgressos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-eg-id-aluno
           file status is ws-fs-arqEgressos.

      *>----Alunos excluidos no ano (lista11exercicio3indexado): saem no
      *>    censo como transferidos ou como abandono
           select arqAlunosExcluidos assign to "arqAlunosExcluidos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-id-aluno-exc
           file status is ws-fs-arqAlunosExc.

      *>----Trilha de auditoria: data de cada exclusao (operacao EXCLUSAO),
      *>    arquivada (auditoriaArquivada.txt) ou atual
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

      *>----Declaracoes emitidas (lista11exercicio3indexado): a declaracao
      *>    de transferencia distingue a transferencia do abandono
           select arqDeclaracoes assign to "arqDeclaracoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dc-numero
           file status is ws-fs-arqDeclaracoes.

      *>----Extrato do censo escolar para o sistema do Educacenso
           select arqCenso assign to "educacenso.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCenso.

      *>----Relatorio de validacao: dados obrigatorios ausentes
           select arqRelValidacao assign to "relValidacaoCenso.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelValidacao.

      *>----Arquivo de classificacao por turma e aluno
           select arqSortCenso assign to "sortCenso.tmp".

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Layout do arqTurmas.dat (lista11exercicio3indexado)
       fd  arqTurmas.
       01  fd-turmas.
           05  fd-tu-cod                           pic x(03).
           05  fd-tu-descricao                     pic x(20).
           05  fd-tu-capacidade                    pic 9(03).
           05  fd-tu-mensalidade                   pic 9(05)v99.

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

       fd  arqAudArquivada.
       01  fd-arquivada-linha                      pic x(150).

       fd  arqAuditoria.
       01  fd-auditoria-linha                      pic x(150).

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

      *>----Extrato do censo: header "H" com o ano e a data de referencia,
      *>    uma linha "C" por turma seguida dos alunos "D" da turma e o
      *>    trailer "T" com os totais de controle por situacao.
      *>    Situacao ao fim do ano: "A" aprovado, "R" reprovado,
      *>    "T" transferido, "B" abandono, "C" concluinte e
      *>    "E" em curso (resultado final ainda nao apurado)
       fd  arqCenso.
       01  fd-ce-header.
           05  fd-ce-h-tipo                        pic x(01).
           05  fd-ce-h-data-hora                   pic x(14).
           05  fd-ce-h-ano                         pic 9(04).
           05  fd-ce-h-data-ref                    pic 9(08).
       01  fd-ce-turma.
           05  fd-ce-c-tipo                        pic x(01).
           05  fd-ce-c-cod                         pic x(03).
           05  fd-ce-c-descricao                   pic x(20).
           05  fd-ce-c-capacidade                  pic 9(03).
       01  fd-ce-detalhe.
           05  fd-ce-d-tipo                        pic x(01).
           05  fd-ce-d-id                          pic 9(05).
           05  fd-ce-d-aluno                       pic x(25).
           05  fd-ce-d-cod-turma                   pic x(03).
           05  fd-ce-d-mae                         pic x(25).
           05  fd-ce-d-pai                         pic x(25).
           05  fd-ce-d-endereco                    pic x(35).
           05  fd-ce-d-tel                         pic x(15).
           05  fd-ce-d-media                       pic 9(02)v99.
           05  fd-ce-d-situacao                    pic x(01).
           05  fd-ce-d-data-situacao               pic 9(08).
       01  fd-ce-trailer.
           05  fd-ce-t-tipo                        pic x(01).
           05  fd-ce-t-qtd-turmas                  pic 9(04).
           05  fd-ce-t-qtd-alunos                  pic 9(06).
           05  fd-ce-t-aprovados                   pic 9(06).
           05  fd-ce-t-reprovados                  pic 9(06).
           05  fd-ce-t-transferidos                pic 9(06).
           05  fd-ce-t-abandonos                   pic 9(06).
           05  fd-ce-t-concluintes                 pic 9(06).
           05  fd-ce-t-em-curso                    pic 9(06).
           05  fd-ce-t-data-hora                   pic x(14).

       fd  arqRelValidacao.
       01  fd-rel-linha                            pic x(90).

       sd  arqSortCenso.
       01  sd-censo-reg.
           05  sd-ce-cod-turma                     pic x(03).
           05  sd-ce-id-aluno                      pic 9(05).
           05  sd-ce-aluno                         pic x(25).
           05  sd-ce-mae                           pic x(25).
           05  sd-ce-pai                           pic x(25).
           05  sd-ce-endereco                      pic x(35).
           05  sd-ce-tel                           pic x(15).
           05  sd-ce-media                         pic 9(02)v99.
           05  sd-ce-situacao                      pic x(01).
           05  sd-ce-data-situacao                 pic 9(08).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqEgressos                       pic  9(02).
       77  ws-fs-arqAlunosExc                      pic  9(02).
       77  ws-fs-arqAudArquivada                   pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqDeclaracoes                    pic  9(02).
       77  ws-fs-arqCenso                          pic  9(02).
       77  ws-fs-arqRelValidacao                   pic  9(02).
       77  ws-tem-egressos                         pic x(01).
       77  ws-tem-excluidos                        pic x(01).

      *>----Linha de auditoria lida (arquivada ou atual), no layout gravado
      *>    por registrar-auditoria nos programas de cadastro
       01  ws-aud-lida.
           05  ws-al-data-hora.
               10  ws-al-data                      pic 9(08).
               10  ws-al-hora                      pic 9(06).
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

       77  ws-tem-declaracoes                      pic x(01).

      *>----Parametros: data de referencia do censo (o ano do censo sai
      *>    dela); so entra no censo quem estava matriculado nessa data
       77  ws-data-ref                             pic 9(08).
       77  ws-ano                                  pic 9(04).
       77  ws-data-hora-geracao                    pic x(14).

       77  ws-fim-sort-censo                       pic x(01).
       77  ws-turma-ant                            pic x(03).
       77  ws-id-ant                               pic 9(05).
       77  ws-id-excluido                          pic 9(05).
       77  ws-transferido                          pic x(01).
       77  ws-turma-ok                             pic x(01).
       77  ws-qtd-pend-aluno                       pic 9(02).

      *>----Totais de controle
       77  ws-qtd-turmas                           pic 9(04).
       77  ws-qtd-alunos                           pic 9(06).
       77  ws-qtd-aprovados                        pic 9(06).
       77  ws-qtd-reprovados                       pic 9(06).
       77  ws-qtd-transferidos                     pic 9(06).
       77  ws-qtd-abandonos                        pic 9(06).
       77  ws-qtd-concluintes                      pic 9(06).
       77  ws-qtd-em-curso                         pic 9(06).
       77  ws-qtd-alunos-pend                      pic 9(06).
       77  ws-qtd-pendencias                       pic 9(06).

      *>----Linha de pendencia do relatorio de validacao
       01  ws-rel-detalhe.
           05  filler                              pic x(02) value space.
           05  ws-rel-id                           pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-rel-aluno                        pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-rel-turma                        pic x(03).
           05  filler                              pic x(02) value space.
           05  ws-rel-pendencia                    pic x(45).

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
           perform gerar-censo.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametro, abertura dos arquivos, header do extrato e cabecalho
      *>  do relatorio de validacao
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Exportacao Educacenso ===="
           perform with test after
                   until function test-date-yyyymmdd (ws-data-ref) = 0
               display " Informe a data de referencia do censo (aaaammdd):"
               accept ws-data-ref
               if function test-date-yyyymmdd (ws-data-ref) <> 0 then
                   display "Data invalida!"
               end-if
           end-perform
           move ws-data-ref (1:4) to ws-ano

           open input arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                          to ws-msn-erro-cod
               move "Erro ao abrir arq. turmas "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-egressos
           open input arqEgressos
           if ws-fs-arqEgressos = 35 then
               move "N" to ws-tem-egressos
           else
               if ws-fs-arqEgressos <> 0 then
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. egressos "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-excluidos
           open input arqAlunosExcluidos
           if ws-fs-arqAlunosExc = 35 then
               move "N" to ws-tem-excluidos
           else
               if ws-fs-arqAlunosExc <> 0 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosExc                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. excluidos "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-declaracoes
           open input arqDeclaracoes
           if ws-fs-arqDeclaracoes = 35 then
               move "N" to ws-tem-declaracoes
           else
               if ws-fs-arqDeclaracoes <> 0 then
                   move 6                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. declaracoes "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqCenso
           if ws-fs-arqCenso <> 0 then
               move 7                                        to ws-msn-erro-ofsset
               move ws-fs-arqCenso                           to ws-msn-erro-cod
               move "Erro ao abrir arq. educacenso "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelValidacao
           if ws-fs-arqRelValidacao <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelValidacao                    to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. validacao "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date (1:14) to ws-data-hora-geracao

           move spaces                to fd-ce-header
           move "H"                   to fd-ce-h-tipo
           move ws-data-hora-geracao  to fd-ce-h-data-hora
           move ws-ano                to fd-ce-h-ano
           move ws-data-ref           to fd-ce-h-data-ref
           write fd-ce-header
           if ws-fs-arqCenso <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqCenso                           to ws-msn-erro-cod
               move "Erro ao gravar arq. educacenso "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           string "Validacao do Censo Escolar " ws-ano
                  " - referencia " ws-data-ref (7:2) "/"
                  ws-data-ref (5:2) "/" ws-data-ref (1:4)
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "  Id    Aluno                     Tur  Pendencia"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-turma-ant
           move 0      to ws-id-ant
           move 0      to ws-qtd-turmas
           move 0      to ws-qtd-alunos
           move 0      to ws-qtd-aprovados
           move 0      to ws-qtd-reprovados
           move 0      to ws-qtd-transferidos
           move 0      to ws-qtd-abandonos
           move 0      to ws-qtd-concluintes
           move 0      to ws-qtd-em-curso
           move 0      to ws-qtd-alunos-pend
           move 0      to ws-qtd-pendencias
           move "N"    to ws-fim-sort-censo

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alunos do censo classificados por turma e Id, trailer do extrato
      *>  e totais do relatorio de validacao
      *>------------------------------------------------------------------------
       gerar-censo section.

           sort arqSortCenso
               on ascending key sd-ce-cod-turma
                                sd-ce-id-aluno
               input procedure is carregar-censo-sort
               output procedure is gravar-censo-sort

      *>    trailer com os totais e a mesma data/hora do header
           move spaces                to fd-ce-trailer
           move "T"                   to fd-ce-t-tipo
           move ws-qtd-turmas         to fd-ce-t-qtd-turmas
           move ws-qtd-alunos         to fd-ce-t-qtd-alunos
           move ws-qtd-aprovados      to fd-ce-t-aprovados
           move ws-qtd-reprovados     to fd-ce-t-reprovados
           move ws-qtd-transferidos   to fd-ce-t-transferidos
           move ws-qtd-abandonos      to fd-ce-t-abandonos
           move ws-qtd-concluintes    to fd-ce-t-concluintes
           move ws-qtd-em-curso       to fd-ce-t-em-curso
           move ws-data-hora-geracao  to fd-ce-t-data-hora
           write fd-ce-trailer
           if ws-fs-arqCenso <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqCenso                           to ws-msn-erro-cod
               move "Erro ao gravar arq. educacenso "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Alunos no censo...........: " ws-qtd-alunos
                  "  Turmas: " ws-qtd-turmas
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Aprov.: " ws-qtd-aprovados
                  " Reprov.: " ws-qtd-reprovados
                  " Transf.: " ws-qtd-transferidos
                  " Aband.: " ws-qtd-abandonos
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Concluintes: " ws-qtd-concluintes
                  " Em curso (sem resultado): " ws-qtd-em-curso
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Alunos com pendencia......: " ws-qtd-alunos-pend
                  "  Pendencias: " ws-qtd-pendencias
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Censo " ws-ano ": " ws-qtd-alunos " alunos em "
                   ws-qtd-turmas " turmas gravados em educacenso.txt"
           display "Alunos com pendencia: " ws-qtd-alunos-pend
                   " (ver relValidacaoCenso.txt antes do envio)"

           .
       gerar-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do sort: alunos ativos, concluintes do
      *>  ano e alunos excluidos depois da data de referencia
      *>------------------------------------------------------------------------
       carregar-censo-sort section.

           perform liberar-alunos-ativos

           if ws-tem-egressos = "S" then
               perform liberar-egressos
           end-if

           if ws-tem-excluidos = "S" then
               perform liberar-excluidos
           end-if

           .
       carregar-censo-sort-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alunos ativos do mestre com o resultado do ultimo fechamento
      *>  (fd-situacao "AP"/"RP"; em branco = resultado ainda em aberto)
      *>------------------------------------------------------------------------
       liberar-alunos-ativos section.

           move 1 to fd-id-aluno
           start arqAlunos key is >= fd-id-aluno
           if ws-fs-arqAlunos = 0 then
               perform until ws-fs-arqAlunos <> 0
                   read arqAlunos next
                   if ws-fs-arqAlunos = 0 then
                       if fd-status = "A" then
                           move fd-cod        to sd-ce-cod-turma
                           move fd-id-aluno   to sd-ce-id-aluno
                           move fd-aluno      to sd-ce-aluno
                           move fd-mae        to sd-ce-mae
                           move fd-pai        to sd-ce-pai
                           move fd-endereco   to sd-ce-endereco
                           move fd-tel        to sd-ce-tel
                           move fd-media      to sd-ce-media
                           move 0             to sd-ce-data-situacao
                           evaluate fd-situacao
                               when "AP"
                                   move "A"   to sd-ce-situacao
                               when "RP"
                                   move "R"   to sd-ce-situacao
                               when other
                                   move "E"   to sd-ce-situacao
                           end-evaluate
                           release sd-censo-reg
                       end-if
                   else
                       if ws-fs-arqAlunos <> 10 then
                           move 11                                       to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       liberar-alunos-ativos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Concluintes do ano do censo (data de conclusao no ano)
      *>------------------------------------------------------------------------
       liberar-egressos section.

           move 0 to fd-eg-id-aluno
           start arqEgressos key is >= fd-eg-id-aluno
           if ws-fs-arqEgressos = 0 then
               perform until ws-fs-arqEgressos <> 0
                   read arqEgressos next
                   if ws-fs-arqEgressos = 0 then
                       if fd-eg-data-conclusao (1:4) = ws-ano then
                           move fd-eg-cod            to sd-ce-cod-turma
                           move fd-eg-id-aluno       to sd-ce-id-aluno
                           move fd-eg-aluno          to sd-ce-aluno
                           move fd-eg-mae            to sd-ce-mae
                           move fd-eg-pai            to sd-ce-pai
                           move fd-eg-endereco       to sd-ce-endereco
                           move fd-eg-tel            to sd-ce-tel
                           move fd-eg-media          to sd-ce-media
                           move "C"                  to sd-ce-situacao
                           move fd-eg-data-conclusao to sd-ce-data-situacao
                           release sd-censo-reg
                       end-if
                   else
                       if ws-fs-arqEgressos <> 10 then
                           move 12                                       to ws-msn-erro-ofsset
                           move ws-fs-arqEgressos                        to ws-msn-erro-cod
                           move "Erro ao ler arq. egressos "             to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       liberar-egressos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusoes registradas na auditoria no ano do censo, a partir da
      *>  data de referencia (quem saiu antes dela nao estava matriculado);
      *>  aluno ja restaurado nao esta mais em arqAlunosExcluidos e sai
      *>  como ativo. Exclusao repetida do mesmo aluno e descartada na
      *>  saida do sort. A trilha arquivada e lida antes da atual; sem
      *>  arquivo (35) nao ha exclusao a considerar nele
      *>------------------------------------------------------------------------
       liberar-excluidos section.

           open input arqAudArquivada
           if ws-fs-arqAudArquivada = 0 then
               perform until ws-fs-arqAudArquivada = 10
                   read arqAudArquivada into ws-aud-lida
                   if ws-fs-arqAudArquivada = 0 then
                       perform avaliar-linha-exclusao
                   else
                       if ws-fs-arqAudArquivada <> 10 then
                           move 20                                       to ws-msn-erro-ofsset
                           move ws-fs-arqAudArquivada                    to ws-msn-erro-cod
                           move "Erro ao ler arq. auditoria arquivada "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAudArquivada
           else
               if ws-fs-arqAudArquivada <> 35 then
                   move 21                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAudArquivada                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. auditoria arquivada " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqAuditoria
           if ws-fs-arqAuditoria = 0 then
               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoria into ws-aud-lida
                   if ws-fs-arqAuditoria = 0 then
                       perform avaliar-linha-exclusao
                   else
                       if ws-fs-arqAuditoria <> 10 then
                           move 13                                       to ws-msn-erro-ofsset
                           move ws-fs-arqAuditoria                       to ws-msn-erro-cod
                           move "Erro ao ler arq. auditoria "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAuditoria
           else
               if ws-fs-arqAuditoria <> 35 then
                   move 5                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. auditoria "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       liberar-excluidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha EXCLUSAO do ano do censo, na data de referencia ou depois
      *>------------------------------------------------------------------------
       avaliar-linha-exclusao section.

           if  ws-al-operacao    = "EXCLUSAO"
           and ws-al-data (1:4)  = ws-ano
           and ws-al-data       >= ws-data-ref
           and ws-al-chave (1:5) is numeric then
               move ws-al-chave (1:5) to ws-id-excluido
               perform liberar-um-excluido
           end-if

           .
       avaliar-linha-exclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um aluno excluido: transferido quando ha declaracao de
      *>  transferencia emitida no ano, senao abandono
      *>------------------------------------------------------------------------
       liberar-um-excluido section.

           move ws-id-excluido to fd-id-aluno-exc
           read arqAlunosExcluidos
           if ws-fs-arqAlunosExc <> 0 then
               if ws-fs-arqAlunosExc <> 23 then
                   move 14                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosExc                       to ws-msn-erro-cod
                   move "Erro ao ler arq. excluidos "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to liberar-um-excluido-exit
           end-if

           perform verificar-transferencia

           move fd-cod-exc        to sd-ce-cod-turma
           move fd-id-aluno-exc   to sd-ce-id-aluno
           move fd-aluno-exc      to sd-ce-aluno
           move fd-mae-exc        to sd-ce-mae
           move fd-pai-exc        to sd-ce-pai
           move fd-endereco-exc   to sd-ce-endereco
           move fd-tel-exc        to sd-ce-tel
           move fd-media-exc      to sd-ce-media
           move ws-al-data        to sd-ce-data-situacao
           if ws-transferido = "S" then
               move "T"           to sd-ce-situacao
           else
               move "B"           to sd-ce-situacao
           end-if
           release sd-censo-reg

           .
       liberar-um-excluido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura declaracao de transferencia ("T") do aluno ws-id-excluido
      *>  emitida no ano do censo
      *>------------------------------------------------------------------------
       verificar-transferencia section.

           move "N" to ws-transferido

           if ws-tem-declaracoes = "N" then
               go to verificar-transferencia-exit
           end-if

           move 0 to fd-dc-numero
           start arqDeclaracoes key is >= fd-dc-numero
           if ws-fs-arqDeclaracoes = 0 then
               perform until ws-fs-arqDeclaracoes <> 0
                          or ws-transferido = "S"
                   read arqDeclaracoes next
                   if ws-fs-arqDeclaracoes = 0 then
                       if  fd-dc-id-aluno          = ws-id-excluido
                       and fd-dc-tipo              = "T"
                       and fd-dc-data-hora (1:4)   = ws-ano then
                           move "S" to ws-transferido
                       end-if
                   else
                       if ws-fs-arqDeclaracoes <> 10 then
                           move 15                                       to ws-msn-erro-ofsset
                           move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
                           move "Erro ao ler arq. declaracoes "          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       verificar-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do sort: linha "C" a cada quebra de turma
      *>  e linha "D" por aluno, com a validacao dos dados obrigatorios
      *>------------------------------------------------------------------------
       gravar-censo-sort section.

           perform until ws-fim-sort-censo = "S"
               return arqSortCenso
                   at end
                       move "S" to ws-fim-sort-censo
                   not at end
                       if sd-ce-cod-turma <> ws-turma-ant
                       or ws-qtd-turmas = 0 then
                           perform gravar-turma-censo
                           move 0 to ws-id-ant
                       end-if
                       if sd-ce-id-aluno <> ws-id-ant then
                           perform gravar-aluno-censo
                       end-if
               end-return
           end-perform

           .
       gravar-censo-sort-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha "C" da turma (turma fora do cadastro sai sem descricao e
      *>  os seus alunos ficam com pendencia)
      *>------------------------------------------------------------------------
       gravar-turma-censo section.

           add 1 to ws-qtd-turmas
           move sd-ce-cod-turma to ws-turma-ant

           move spaces           to fd-ce-turma
           move "C"              to fd-ce-c-tipo
           move sd-ce-cod-turma  to fd-ce-c-cod
           move 0                to fd-ce-c-capacidade
           move "S"              to ws-turma-ok

           move sd-ce-cod-turma to fd-tu-cod
           read arqTurmas
           if ws-fs-arqTurmas = 0 then
               move fd-tu-descricao  to fd-ce-c-descricao
               move fd-tu-capacidade to fd-ce-c-capacidade
           else
               if ws-fs-arqTurmas <> 23 then
                   move 16                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                          to ws-msn-erro-cod
                   move "Erro ao ler arq. turmas "               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-turma-ok
           end-if

           write fd-ce-turma
           if ws-fs-arqCenso <> 0 then
               move 17                                       to ws-msn-erro-ofsset
               move ws-fs-arqCenso                           to ws-msn-erro-cod
               move "Erro ao gravar arq. educacenso "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-turma-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha "D" do aluno e totais por situacao
      *>------------------------------------------------------------------------
       gravar-aluno-censo section.

           move sd-ce-id-aluno to ws-id-ant
           add 1 to ws-qtd-alunos

           evaluate sd-ce-situacao
               when "A"
                   add 1 to ws-qtd-aprovados
               when "R"
                   add 1 to ws-qtd-reprovados
               when "T"
                   add 1 to ws-qtd-transferidos
               when "B"
                   add 1 to ws-qtd-abandonos
               when "C"
                   add 1 to ws-qtd-concluintes
               when other
                   add 1 to ws-qtd-em-curso
           end-evaluate

           move "D"                  to fd-ce-d-tipo
           move sd-ce-id-aluno       to fd-ce-d-id
           move sd-ce-aluno          to fd-ce-d-aluno
           move sd-ce-cod-turma      to fd-ce-d-cod-turma
           move sd-ce-mae            to fd-ce-d-mae
           move sd-ce-pai            to fd-ce-d-pai
           move sd-ce-endereco       to fd-ce-d-endereco
           move sd-ce-tel            to fd-ce-d-tel
           move sd-ce-media          to fd-ce-d-media
           move sd-ce-situacao       to fd-ce-d-situacao
           move sd-ce-data-situacao  to fd-ce-d-data-situacao
           write fd-ce-detalhe
           if ws-fs-arqCenso <> 0 then
               move 18                                       to ws-msn-erro-ofsset
               move ws-fs-arqCenso                           to ws-msn-erro-cod
               move "Erro ao gravar arq. educacenso "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform validar-aluno-censo

           .
       gravar-aluno-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dados obrigatorios do censo: nome, filiacao (mae ou pai),
      *>  endereco, turma cadastrada e resultado final apurado
      *>------------------------------------------------------------------------
       validar-aluno-censo section.

           move 0 to ws-qtd-pend-aluno

           move sd-ce-id-aluno   to ws-rel-id
           move sd-ce-aluno      to ws-rel-aluno
           move sd-ce-cod-turma  to ws-rel-turma

           if sd-ce-aluno = spaces then
               move "Nome do aluno nao informado"        to ws-rel-pendencia
               perform gravar-pendencia
           end-if

           if  sd-ce-mae = spaces
           and sd-ce-pai = spaces then
               move "Filiacao (mae/pai) nao informada"   to ws-rel-pendencia
               perform gravar-pendencia
           end-if

           if sd-ce-endereco = spaces then
               move "Endereco nao informado"             to ws-rel-pendencia
               perform gravar-pendencia
           end-if

           if ws-turma-ok = "N" then
               move "Turma nao cadastrada em arqTurmas"  to ws-rel-pendencia
               perform gravar-pendencia
           end-if

           if sd-ce-situacao = "E" then
               move "Resultado final nao apurado (sem AP/RP)"
                                                         to ws-rel-pendencia
               perform gravar-pendencia
           end-if

           if ws-qtd-pend-aluno > 0 then
               add 1 to ws-qtd-alunos-pend
           end-if

           .
       validar-aluno-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de pendencia no relatorio de validacao
      *>------------------------------------------------------------------------
       gravar-pendencia section.

           add 1 to ws-qtd-pend-aluno
           add 1 to ws-qtd-pendencias

           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelValidacao <> 0 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelValidacao                    to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. validacao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-pendencia-exit.
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

           close arqTurmas
           close arqAlunos
           if ws-tem-egressos = "S" then
               close arqEgressos
           end-if
           if ws-tem-excluidos = "S" then
               close arqAlunosExcluidos
           end-if
           if ws-tem-declaracoes = "S" then
               close arqDeclaracoes
           end-if
           close arqCenso
           close arqRelValidacao

           .
       finaliza-exit.
           exit.
