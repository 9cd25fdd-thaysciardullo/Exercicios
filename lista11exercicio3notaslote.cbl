           record key is fd-chave-grade
           file status is ws-fs-arqGrade.

      *>----Operadores, professores e atribuicao de aulas
      *>    (lista11exercicio3indexado): so o professor atribuido a
      *>    turma+disciplina, ou um coordenador, entrega notas no lote
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-op-codigo
           file status is ws-fs-arqOperadores.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pr-codigo
           file status is ws-fs-arqProfessores.

           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-atrib
           alternate record key is fd-at-cod-prof with duplicates
           file status is ws-fs-arqAtribuicoes.

      *>----Janelas de notas por bimestre e reaberturas concedidas pelo
      *>    coordenador (lista11exercicio3indexado): nota de bimestre
      *>    encerrado e rejeitada; a alterada sob reabertura e registrada
      *>    como lancamento tardio
           select arqBimestres assign to "arqBimestres.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-bimestre
           file status is ws-fs-arqBimestres.

           select arqReaberturas assign to "arqReaberturas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-reabertura
           file status is ws-fs-arqReaberturas.

           select arqNotasTardias assign to "notasTardias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNotasTardias.

      *>----Extrato de notas entregue pelos professores, um arquivo por
      *>    bimestre, com header "H", detalhes "D" e trailer "T"
           select arqExtratoNotas assign to "extratoNotas.txt"
               10  fd-gr-cod-turma                 pic x(03).
               10  fd-gr-cod-disc                  pic x(03).

      *>----Layout do arqOperadores.dat (lista11exercicio3indexado)
       fd  arqOperadores.
       01  fd-operadores.
           05  fd-op-codigo                        pic x(06).
           05  fd-op-nome                          pic x(25).
           05  fd-op-senha                         pic x(08).
           05  fd-op-perfil                        pic x(01).
           05  fd-op-data-senha                    pic 9(08).
           05  fd-op-falhas                        pic 9(01).
           05  fd-op-bloqueado                     pic x(01).
           05  fd-op-ativo                         pic x(01).
           05  fd-op-troca-senha                   pic x(01).

      *>----Layout do arqProfessores.dat (lista11exercicio3indexado)
       fd  arqProfessores.
       01  fd-professores.
           05  fd-pr-codigo                        pic x(05).
           05  fd-pr-nome                          pic x(25).
           05  fd-pr-email                         pic x(30).
           05  fd-pr-telefone                      pic x(15).
           05  fd-pr-op-codigo                     pic x(06).
           05  fd-pr-ativo                         pic x(01).

      *>----Layout do arqAtribuicoes.dat (lista11exercicio3indexado)
       fd  arqAtribuicoes.
       01  fd-atribuicoes.
           05  fd-chave-atrib.
               10  fd-at-cod-turma                 pic x(03).
               10  fd-at-cod-disc                  pic x(03).
           05  fd-at-cod-prof                      pic x(05).

      *>----Layout do arqBimestres.dat (lista11exercicio3indexado)
       fd  arqBimestres.
       01  fd-bimestres.
           05  fd-chave-bimestre.
               10  fd-bm-ano                       pic 9(04).
               10  fd-bm-bimestre                  pic 9(01).
           05  fd-bm-abertura                      pic 9(08).
           05  fd-bm-fechamento                    pic 9(08).

      *>----Layout do arqReaberturas.dat (lista11exercicio3indexado)
       fd  arqReaberturas.
       01  fd-reaberturas.
           05  fd-chave-reabertura.
               10  fd-ra-ano                       pic 9(04).
               10  fd-ra-bimestre                  pic 9(01).
               10  fd-ra-cod-turma                 pic x(03).
               10  fd-ra-cod-disc                  pic x(03).
           05  fd-ra-ate                           pic 9(08).
           05  fd-ra-motivo                        pic x(40).
           05  fd-ra-operador                      pic x(06).
           05  fd-ra-data                          pic 9(08).

      *>----Layout do notasTardias.txt (lista11exercicio3indexado)
       fd  arqNotasTardias.
       01  fd-notas-tardias.
           05  fd-nt-data-hora                     pic x(14).
           05  filler                              pic x(01).
           05  fd-nt-operador                      pic x(06).
           05  filler                              pic x(01).
           05  fd-nt-origem                        pic x(01).
           05  filler                              pic x(01).
           05  fd-nt-id-aluno                      pic 9(05).
           05  filler                              pic x(01).
           05  fd-nt-cod-turma                     pic x(03).
           05  filler                              pic x(01).
           05  fd-nt-cod-disc                      pic x(03).
           05  filler                              pic x(01).
           05  fd-nt-bimestre                      pic 9(01).
           05  filler                              pic x(01).
           05  fd-nt-nota-ant                      pic 9(02)v99.
           05  filler                              pic x(01).
           05  fd-nt-nota-nova                     pic 9(02)v99.

      *>----Extrato de notas: header "H", detalhes "D" e trailer "T" com
      *>    a contagem de detalhes para conferencia antes da efetivacao;
      *>    o header identifica a conta de operador de quem entrega o lote
       fd  arqExtratoNotas.
       01  fd-nl-header.
           05  fd-nl-h-tipo                        pic x(01).
           05  fd-nl-h-data-hora                   pic x(14).
           05  fd-nl-h-operador                    pic x(06).
           05  filler                              pic x(04).
       01  fd-nl-detalhe.
           05  fd-nl-d-tipo                        pic x(01).
           05  fd-nl-d-id                          pic 9(05).
       77  ws-tem-grade                            pic x(01).
       77  ws-grade-ok                             pic x(01).

      *>----Critica do professor: operador do header do lote e a
      *>    atribuicao de aulas da turma+disciplina de cada detalhe
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqProfessores                    pic 9(02).
       77  ws-fs-arqAtribuicoes                    pic 9(02).
       77  ws-tem-atribuicoes                      pic x(01).
       77  ws-lote-operador                        pic x(06).
       77  ws-lote-operador-ok                     pic x(01).
       77  ws-lote-perfil                          pic x(01).
          88  lote-coordenador                     value "C".
       77  ws-prof-ok                              pic x(01).

      *>----Janelas de notas por bimestre (arquivos opcionais: sem eles
      *>    nao ha critica de janela)
       77  ws-fs-arqBimestres                      pic 9(02).
       77  ws-fs-arqReaberturas                    pic 9(02).
       77  ws-fs-arqNotasTardias                   pic 9(02).
       77  ws-tem-bimestres                        pic x(01).
       77  ws-tem-reaberturas                      pic x(01).
       77  ws-data-hoje                            pic 9(08).
       77  ws-bm-situacao                          pic x(01).
       77  ws-jn-ok                                pic x(01).
       77  ws-jn-bim                               pic 9(01).
       01  ws-jn-notas-ant.
           05  ws-jn-nota-ant occurs 5             pic 9(02)v99.
       01  ws-jn-notas-novas.
           05  ws-jn-nota-nova occurs 5            pic 9(02)v99.
       01  ws-jn-estados.
           05  ws-jn-estado occurs 4               pic x(01).

       77  ws-id-aluno                             pic 9(05).
       77  ws-cod-disc                             pic x(03).

               end-if
           end-if

           open input arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                      to ws-msn-erro-cod
               move "Erro ao abrir arq. operadores "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-atribuicoes
           open input arqAtribuicoes
           if ws-fs-arqAtribuicoes = 35 then
      *>        escola ainda sem atribuicao de aulas: so o coordenador
      *>        consegue entregar notas no lote
               move "N" to ws-tem-atribuicoes
           else
               if ws-fs-arqAtribuicoes <> 0 then
                   move 20                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. atribuicoes "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open input arqProfessores
               if ws-fs-arqProfessores = 35 then
                   close arqAtribuicoes
                   move "N" to ws-tem-atribuicoes
               else
                   if ws-fs-arqProfessores <> 0 then
                       move 21                                       to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores                     to ws-msn-erro-cod
                       move "Erro ao abrir arq. professores "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move function current-date (1:8) to ws-data-hoje

           move "S" to ws-tem-bimestres
           open input arqBimestres
           if ws-fs-arqBimestres = 35 then
      *>        nenhuma janela de bimestre cadastrada: notas livres
               move "N" to ws-tem-bimestres
           else
               if ws-fs-arqBimestres <> 0 then
                   move 25                                       to ws-msn-erro-ofsset
                   move ws-fs-arqBimestres                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. bimestres "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-reaberturas
           open input arqReaberturas
           if ws-fs-arqReaberturas = 35 then
               move "N" to ws-tem-reaberturas
           else
               if ws-fs-arqReaberturas <> 0 then
                   move 26                                       to ws-msn-erro-ofsset
                   move ws-fs-arqReaberturas                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. reaberturas "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to ws-lote-operador
           move "N"    to ws-lote-operador-ok
           move space  to ws-lote-perfil

           open output arqRelRejeicoes
           if ws-fs-arqRelRejeicoes <> 0 then
               move 4                                        to ws-msn-erro-ofsset
                   evaluate fd-nl-h-tipo
                       when "H"
                           move "S" to ws-tem-header
                           if ws-fase = "V" then
                               perform identificar-operador-lote
                           end-if
                       when "D"
                           perform tratar-detalhe
                       when "T"
                   add 1 to ws-qtd-validos
               else
                   perform gravar-notas-disc
                   perform registrar-notas-tardias
                   perform atualizar-media-geral
               end-if
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Critica de um detalhe: Id cadastrado, disciplina cadastrada, as
      *>  quatro notas numericas dentro do intervalo 0,00 - 10,00 e a
      *>  janela de cada bimestre cuja nota muda
      *>------------------------------------------------------------------------
       validar-detalhe section.

               go to validar-detalhe-exit
           end-if

      *>    as notas so podem vir do professor atribuido a turma+disciplina
      *>    ou de um coordenador (operador informado no header do lote)
           perform validar-professor-nota
           if ws-prof-ok = "N" then
               move "N"                              to ws-registro-ok
               go to validar-detalhe-exit
           end-if

           if fd-nl-d-notas is not numeric then
               move "N"                   to ws-registro-ok
               move "Notas nao numericas" to ws-motivo-rejeicao
               go to validar-detalhe-exit
           end-if

      *>    nota de bimestre encerrado fica bloqueada, salvo reabertura da
      *>    turma+disciplina pelo coordenador
           perform validar-janela-notas
           if ws-jn-ok = "N" then
               move "N" to ws-registro-ok
               go to validar-detalhe-exit
           end-if

           .
       validar-detalhe-exit.
           exit.
       validar-grade-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identifica o operador informado no header do lote: a conta precisa
      *>  existir e estar ativa e desbloqueada; guarda o perfil para a
      *>  critica dos detalhes
      *>------------------------------------------------------------------------
       identificar-operador-lote section.

           move fd-nl-h-operador to ws-lote-operador
           move "N"              to ws-lote-operador-ok
           move space            to ws-lote-perfil

           if ws-lote-operador = spaces then
               go to identificar-operador-lote-exit
           end-if

           move ws-lote-operador to fd-op-codigo
           read arqOperadores
           if ws-fs-arqOperadores <> 0 then
               if ws-fs-arqOperadores <> 23 then
                   move 22                                       to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                      to ws-msn-erro-cod
                   move "Erro ao ler arq. operadores "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to identificar-operador-lote-exit
           end-if

           if  fd-op-ativo     <> "I"
           and fd-op-bloqueado <> "S" then
               move "S"          to ws-lote-operador-ok
               move fd-op-perfil to ws-lote-perfil
           end-if

           .
       identificar-operador-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o operador do lote pode entregar notas da disciplina do
      *>  detalhe na turma do aluno corrente (fd-cod): coordenador sempre
      *>  pode; os demais so sendo a conta do professor ativo atribuido
      *>  (mesma regra de cadastrar-notas em lista11exercicio3indexado)
      *>------------------------------------------------------------------------
       validar-professor-nota section.

           move "N" to ws-prof-ok

           if ws-lote-operador-ok = "N" then
               move "Operador do header nao cadastrado/ativo"
                                                 to ws-motivo-rejeicao
               go to validar-professor-nota-exit
           end-if

           if lote-coordenador then
               move "S" to ws-prof-ok
               go to validar-professor-nota-exit
           end-if

           move "Disciplina sem professor atribuido na turma"
                                                 to ws-motivo-rejeicao
           if ws-tem-atribuicoes = "N" then
               go to validar-professor-nota-exit
           end-if

           move fd-cod           to fd-at-cod-turma
           move fd-nl-d-cod-disc to fd-at-cod-disc
           read arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 0 then
               if ws-fs-arqAtribuicoes <> 23 then
                   move 23                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
                   move "Erro ao ler arq. atribuicoes "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to validar-professor-nota-exit
           end-if

           move "Operador nao e o professor da disciplina"
                                                 to ws-motivo-rejeicao
           move fd-at-cod-prof to fd-pr-codigo
           read arqProfessores
           if ws-fs-arqProfessores <> 0 then
               if ws-fs-arqProfessores <> 23 then
                   move 24                                       to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                     to ws-msn-erro-cod
                   move "Erro ao ler arq. professores "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to validar-professor-nota-exit
           end-if

           if  fd-pr-ativo     = "S"
           and fd-pr-op-codigo = ws-lote-operador then
               move "S"    to ws-prof-ok
               move spaces to ws-motivo-rejeicao
           end-if

           .
       validar-professor-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica das janelas de notas: cada nota do detalhe que muda em
      *>  relacao a gravada em arqNotasDisc (zero quando ainda nao ha
      *>  registro) precisa estar com o bimestre aberto ou reaberto para a
      *>  turma do aluno (fd-cod) e a disciplina do detalhe
      *>  (mesma regra de cadastrar-notas em lista11exercicio3indexado)
      *>------------------------------------------------------------------------
       validar-janela-notas section.

           move "S" to ws-jn-ok
           move "A" to ws-jn-estado (1)
           move "A" to ws-jn-estado (2)
           move "A" to ws-jn-estado (3)
           move "A" to ws-jn-estado (4)

           if ws-tem-bimestres = "N" then
               go to validar-janela-notas-exit
           end-if

           move fd-nl-d-id       to fd-nd-id-aluno
           move fd-nl-d-cod-disc to fd-nd-cod-disc
           read arqNotasDisc
           if ws-fs-arqNotasDisc = 0 then
               move fd-nd-notas to ws-jn-notas-ant
           else
               if ws-fs-arqNotasDisc <> 23 then
                   move 27                                       to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                       to ws-msn-erro-cod
                   move "Erro ao ler arq. notas disc. "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move zeros to ws-jn-notas-ant
           end-if
           move zeros         to ws-jn-notas-novas
           move fd-nl-d-nota1 to ws-jn-nota-nova (1)
           move fd-nl-d-nota2 to ws-jn-nota-nova (2)
           move fd-nl-d-nota3 to ws-jn-nota-nova (3)
           move fd-nl-d-nota4 to ws-jn-nota-nova (4)

           perform varying ws-jn-bim from 1 by 1 until ws-jn-bim > 4
               if ws-jn-nota-nova (ws-jn-bim) <> ws-jn-nota-ant (ws-jn-bim) then
                   perform apurar-situacao-bimestre
                   move ws-bm-situacao to ws-jn-estado (ws-jn-bim)
                   if ws-jn-ok = "S" then
                       if ws-bm-situacao = "N" then
                           move "N" to ws-jn-ok
                           string "Bimestre " ws-jn-bim
                                  " ainda nao aberto para notas"
                               delimited by size into ws-motivo-rejeicao
                       end-if
                       if ws-bm-situacao = "F" then
                           move "N" to ws-jn-ok
                           string "Bimestre " ws-jn-bim
                                  " encerrado: nota bloqueada"
                               delimited by size into ws-motivo-rejeicao
                       end-if
                   end-if
               end-if
           end-perform

           .
       validar-janela-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao hoje do bimestre ws-jn-bim para a turma fd-cod e a
      *>  disciplina do detalhe: "A" aberto (ou sem janela cadastrada),
      *>  "N" nao aberto, "F" encerrado ou "R" reaberto pelo coordenador
      *>------------------------------------------------------------------------
       apurar-situacao-bimestre section.

           move "A" to ws-bm-situacao

           move ws-data-hoje (1:4) to fd-bm-ano
           move ws-jn-bim          to fd-bm-bimestre
           read arqBimestres
           if ws-fs-arqBimestres <> 0 then
               if ws-fs-arqBimestres <> 23 then
                   move 28                                       to ws-msn-erro-ofsset
                   move ws-fs-arqBimestres                       to ws-msn-erro-cod
                   move "Erro ao ler arq. bimestres "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to apurar-situacao-bimestre-exit
           end-if

           if ws-data-hoje < fd-bm-abertura then
               move "N" to ws-bm-situacao
               go to apurar-situacao-bimestre-exit
           end-if

           if ws-data-hoje <= fd-bm-fechamento then
               go to apurar-situacao-bimestre-exit
           end-if

           move "F" to ws-bm-situacao
           if ws-tem-reaberturas = "N" then
               go to apurar-situacao-bimestre-exit
           end-if

           move fd-bm-ano        to fd-ra-ano
           move fd-bm-bimestre   to fd-ra-bimestre
           move fd-cod           to fd-ra-cod-turma
           move fd-nl-d-cod-disc to fd-ra-cod-disc
           read arqReaberturas
           if ws-fs-arqReaberturas = 0 then
               if ws-data-hoje <= fd-ra-ate then
                   move "R" to ws-bm-situacao
               end-if
           else
               if ws-fs-arqReaberturas <> 23 then
                   move 29                                       to ws-msn-erro-ofsset
                   move ws-fs-arqReaberturas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. reaberturas "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       apurar-situacao-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra em notasTardias.txt cada nota do detalhe alterada sob
      *>  reabertura (situacao "R" apurada em validar-janela-notas)
      *>------------------------------------------------------------------------
       registrar-notas-tardias section.

           perform varying ws-jn-bim from 1 by 1 until ws-jn-bim > 4
               if ws-jn-estado (ws-jn-bim) = "R" then
                   perform gravar-nota-tardia
               end-if
           end-perform

           .
       registrar-notas-tardias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha de lancamento tardio (bimestre ws-jn-bim, origem "L")
      *>------------------------------------------------------------------------
       gravar-nota-tardia section.

           open extend arqNotasTardias
           if ws-fs-arqNotasTardias = 35 then
               open output arqNotasTardias
           end-if
           if ws-fs-arqNotasTardias <> 0 then
               move 30                                       to ws-msn-erro-ofsset
               move ws-fs-arqNotasTardias                    to ws-msn-erro-cod
               move "Erro ao abrir arq. notas tardias "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                          to fd-notas-tardias
           move function current-date (1:14)    to fd-nt-data-hora
           move ws-lote-operador                to fd-nt-operador
           move "L"                             to fd-nt-origem
           move fd-nl-d-id                      to fd-nt-id-aluno
           move fd-cod                          to fd-nt-cod-turma
           move fd-nl-d-cod-disc                to fd-nt-cod-disc
           move ws-jn-bim                       to fd-nt-bimestre
           move ws-jn-nota-ant (ws-jn-bim)      to fd-nt-nota-ant
           move ws-jn-nota-nova (ws-jn-bim)     to fd-nt-nota-nova
           write fd-notas-tardias
           if ws-fs-arqNotasTardias <> 0 then
               move 31                                       to ws-msn-erro-ofsset
               move ws-fs-arqNotasTardias                    to ws-msn-erro-cod
               move "Erro ao gravar arq. notas tardias "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotasTardias
           if ws-fs-arqNotasTardias <> 0 then
               move 32                                       to ws-msn-erro-ofsset
               move ws-fs-arqNotasTardias                    to ws-msn-erro-cod
               move "Erro ao fechar arq. notas tardias "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-nota-tardia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava, quando o professor reenvia a planilha) as
      *>  notas da disciplina com a media ponderada recalculada
           move spaces to ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           string "Operador do lote..: " ws-lote-operador
               delimited by size into ws-rej-texto
           write fd-rej-linha from ws-rej-texto

           move spaces to ws-rej-texto
           string "Detalhes lidos....: " ws-qtd-detalhes
                  "  Trailer: " ws-qtd-trailer
           if ws-tem-grade = "S" then
               close arqGrade
           end-if
           close arqOperadores
           if ws-tem-atribuicoes = "S" then
               close arqAtribuicoes
               close arqProfessores
           end-if
           if ws-tem-bimestres = "S" then
               close arqBimestres
           end-if
           if ws-tem-reaberturas = "S" then
               close arqReaberturas
           end-if

           .
       finaliza-exit.
