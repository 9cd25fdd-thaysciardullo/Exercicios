           record key is fd-chave-resp
           file status is ws-fs-arqResponsaveis.

      *>----Cadastro de professores, com o vinculo a conta de operador
      *>    (arqOperadores) usada pelo professor para lancar notas
           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pr-codigo
           file status is ws-fs-arqProfessores.

      *>----Atribuicao de aulas: o professor de cada par turma+disciplina
      *>    da grade curricular; so ele (ou o coordenador) lanca as notas
           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-atrib
           alternate record key is fd-at-cod-prof with duplicates
           file status is ws-fs-arqAtribuicoes.

      *>----Quadro de horarios semanal: a disciplina e a sala de cada
      *>    turma em cada dia da semana e periodo de aula
           select arqHorarios assign to "arqHorarios.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-horario
           file status is ws-fs-arqHorarios.

      *>----Descontos e bolsas de estudo sobre a mensalidade, por aluno
      *>    (aplicados pela cobranca mensal, lista11exercicio3mensalidades)
           select arqDescontos assign to "arqDescontos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ds-id-aluno
           file status is ws-fs-arqDescontos.

      *>----Calendario letivo: dias letivos, feriados, recessos e dias de
      *>    reposicao, mantido pela coordenacao
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cl-data
           file status is ws-fs-arqCalendario.

      *>----Ocorrencias disciplinares (advertencia, suspensao, dano ao
      *>    patrimonio...) por aluno, data e sequencia no dia
           select arqOcorrencias assign to "arqOcorrencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-ocor
           file status is ws-fs-arqOcorrencias.

      *>----Cartas de notificacao das ocorrencias ao responsavel marcado
      *>    para correspondencia (acumuladas ate a impressao)
           select arqCartasOcor assign to "cartasOcorrencia.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCartasOcor.

      *>----Registro das declaracoes oficiais emitidas (numero sequencial e
      *>    codigo de autenticacao para conferencia por terceiros)
           select arqDeclaracoes assign to "arqDeclaracoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dc-numero
           file status is ws-fs-arqDeclaracoes.

           select arqDeclRel assign to "declaracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDeclRel.

      *>----Janelas de lancamento de notas: abertura e fechamento de cada
      *>    bimestre do ano (nota1 a nota4 de arqNotasDisc)
           select arqBimestres assign to "arqBimestres.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-bimestre
           file status is ws-fs-arqBimestres.

      *>----Reaberturas de bimestre encerrado por turma+disciplina,
      *>    concedidas pelo coordenador com prazo e motivo
           select arqReaberturas assign to "arqReaberturas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-reabertura
           file status is ws-fs-arqReaberturas.

      *>----Lancamentos tardios: notas alteradas sob reabertura de
      *>    bimestre (tela e carga em lote)
           select arqNotasTardias assign to "notasTardias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNotasTardias.

      *>----Pedidos de correcao de nota ja fechada no historico, aprovados
      *>    ou negados pelo coordenador
           select arqCorrecoesNota assign to "arqCorrecoesNota.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cn-numero
           file status is ws-fs-arqCorrecoesNota.

      *>----Controle de envio dos resultados a secretaria central (mantido
      *>    por lista11exercicio3retorno): a correcao aprovada marca o
      *>    aluno para reenvio no extrato delta
           select arqEnvioStatus assign to "arqEnvioStatus.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-st-id
           file status is ws-fs-arqEnvioStatus.

      *>----Log de atividade dos operadores (logon, logoff, falhas,
      *>    bloqueios e manutencoes de conta), para a direcao
           select arqLogAcessos assign to "logAcessos.txt"
           05  fd-op-ativo                           pic x(01).
           05  fd-op-troca-senha                     pic x(01).

      *>----Frequencia diaria dos alunos: "P" presenca / "F" falta /
      *>    "J" falta justificada (dia de suspensao da ocorrencia)
       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-chave-freq.
           05  fd-rs-telefone                        pic x(15).
           05  fd-rs-correspondencia                 pic x(01).

      *>----Professores: fd-pr-op-codigo e a conta de operador do professor;
      *>    fd-pr-ativo "S" / "N" (professor que deixou a escola)
       fd arqProfessores.
       01  fd-professores.
           05  fd-pr-codigo                          pic x(05).
           05  fd-pr-nome                            pic x(25).
           05  fd-pr-email                           pic x(30).
           05  fd-pr-telefone                        pic x(15).
           05  fd-pr-op-codigo                       pic x(06).
           05  fd-pr-ativo                           pic x(01).

      *>----Atribuicao de aulas: uma linha por turma + disciplina da grade
       fd arqAtribuicoes.
       01  fd-atribuicoes.
           05  fd-chave-atrib.
               10  fd-at-cod-turma                   pic x(03).
               10  fd-at-cod-disc                    pic x(03).
           05  fd-at-cod-prof                        pic x(05).

      *>----Quadro de horarios: dia da semana 2 (segunda) a 6 (sexta) e
      *>    periodo de aula 1 a 6 do turno da turma
       fd arqHorarios.
       01  fd-horarios.
           05  fd-chave-horario.
               10  fd-hr-cod-turma                   pic x(03).
               10  fd-hr-dia-semana                  pic 9(01).
               10  fd-hr-periodo                     pic 9(01).
           05  fd-hr-cod-disc                        pic x(03).
           05  fd-hr-sala                            pic x(06).

      *>----Desconto/bolsa do aluno: percentual sobre a mensalidade da
      *>    turma (100,00 = bolsa integral) valido ate o ano+mes de fim
      *>    (zero = sem prazo)
       fd arqDescontos.
       01  fd-descontos.
           05  fd-ds-id-aluno                        pic 9(05).
           05  fd-ds-percentual                      pic 9(03)v99.
           05  fd-ds-motivo                          pic x(30).
           05  fd-ds-anomes-fim                      pic 9(06).

      *>----Dia do calendario letivo: "L" letivo, "F" feriado, "R" recesso
      *>    ou "P" reposicao (dia letivo extra, ex.: sabado); so "L" e "P"
      *>    sao dias letivos. Data sem registro nao e dia letivo
       fd arqCalendario.
       01  fd-calendario.
           05  fd-cl-data                            pic 9(08).
           05  fd-cl-tipo                            pic x(01).
           05  fd-cl-descricao                       pic x(30).

      *>----Ocorrencia disciplinar: tipo "A" advertencia, "S" suspensao,
      *>    "D" dano ao patrimonio ou "O" outra; os dias de suspensao vao
      *>    para a frequencia como falta justificada "J" a partir do
      *>    primeiro dia letivo seguinte a ocorrencia
       fd arqOcorrencias.
       01  fd-ocorrencias.
           05  fd-chave-ocor.
               10  fd-oc-id-aluno                    pic 9(05).
               10  fd-oc-data                        pic 9(08).
               10  fd-oc-seq                         pic 9(02).
           05  fd-oc-tipo                            pic x(01).
           05  fd-oc-descricao                       pic x(60).
           05  fd-oc-operador                        pic x(06).
           05  fd-oc-dias-susp                       pic 9(02).
           05  fd-oc-susp-ini                        pic 9(08).
           05  fd-oc-susp-fim                        pic 9(08).
           05  fd-oc-cod-turma                       pic x(03).

       fd arqCartasOcor.
       01  fd-carta-ocor-linha                       pic x(80).

      *>----Declaracao emitida: tipo "M" matricula, "F" frequencia, "N"
      *>    notas em andamento ou "T" transferencia; quem emitiu e quando
       fd arqDeclaracoes.
       01  fd-declaracoes.
           05  fd-dc-numero                          pic 9(07).
           05  fd-dc-codigo                          pic x(06).
           05  fd-dc-tipo                            pic x(01).
           05  fd-dc-id-aluno                        pic 9(05).
           05  fd-dc-aluno                           pic x(25).
           05  fd-dc-cod-turma                       pic x(03).
           05  fd-dc-data-hora                       pic x(14).
           05  fd-dc-operador                        pic x(06).

       fd arqDeclRel.
       01  fd-decl-rel-linha                         pic x(80).

      *>----Janela de um bimestre: notas do bimestre so podem ser lancadas
      *>    ou alteradas entre a abertura e o fechamento; ano sem registro
      *>    do bimestre nao sofre a critica
       fd arqBimestres.
       01  fd-bimestres.
           05  fd-chave-bimestre.
               10  fd-bm-ano                         pic 9(04).
               10  fd-bm-bimestre                    pic 9(01).
           05  fd-bm-abertura                        pic 9(08).
           05  fd-bm-fechamento                      pic 9(08).

      *>----Reabertura de bimestre encerrado para uma turma+disciplina ate
      *>    a data informada (fd-ra-ate)
       fd arqReaberturas.
       01  fd-reaberturas.
           05  fd-chave-reabertura.
               10  fd-ra-ano                         pic 9(04).
               10  fd-ra-bimestre                    pic 9(01).
               10  fd-ra-cod-turma                   pic x(03).
               10  fd-ra-cod-disc                    pic x(03).
           05  fd-ra-ate                             pic 9(08).
           05  fd-ra-motivo                          pic x(40).
           05  fd-ra-operador                        pic x(06).
           05  fd-ra-data                            pic 9(08).

      *>----Lancamento tardio: origem "T" tela ou "L" carga em lote
       fd arqNotasTardias.
       01  fd-notas-tardias.
           05  fd-nt-data-hora                       pic x(14).
           05  filler                                pic x(01).
           05  fd-nt-operador                        pic x(06).
           05  filler                                pic x(01).
           05  fd-nt-origem                          pic x(01).
           05  filler                                pic x(01).
           05  fd-nt-id-aluno                        pic 9(05).
           05  filler                                pic x(01).
           05  fd-nt-cod-turma                       pic x(03).
           05  filler                                pic x(01).
           05  fd-nt-cod-disc                        pic x(03).
           05  filler                                pic x(01).
           05  fd-nt-bimestre                        pic 9(01).
           05  filler                                pic x(01).
           05  fd-nt-nota-ant                        pic 9(02)v99.
           05  filler                                pic x(01).
           05  fd-nt-nota-nova                       pic 9(02)v99.

      *>----Pedido de correcao de nota do historico: fd-cn-num-nota = qual
      *>    das 4 notas; status "P" pendente / "A" aprovado / "N" negado
       fd arqCorrecoesNota.
       01  fd-correcoes-nota.
           05  fd-cn-numero                          pic 9(05).
           05  fd-cn-id-aluno                        pic 9(05).
           05  fd-cn-ano                             pic 9(04).
           05  fd-cn-semestre                        pic 9(01).
           05  fd-cn-cod-disc                        pic x(03).
           05  fd-cn-num-nota                        pic 9(01).
           05  fd-cn-nota-ant                        pic 9(02)v99.
           05  fd-cn-nota-nova                       pic 9(02)v99.
           05  fd-cn-motivo                          pic x(40).
           05  fd-cn-status                          pic x(01).
           05  fd-cn-operador                        pic x(06).
           05  fd-cn-data-pedido                     pic 9(08).
           05  fd-cn-coordenador                     pic x(06).
           05  fd-cn-data-decisao                    pic 9(08).
           05  fd-cn-parecer                         pic x(40).

      *>----Status de envio de um aluno: "E" enviado / "C" confirmado /
      *>    "R" rejeitado ou a reenviar
       fd arqEnvioStatus.
       01  fd-envio-status.
           05  fd-st-id                              pic 9(05).
           05  fd-st-cod                             pic x(03).
           05  fd-st-aluno                           pic x(25).
           05  fd-st-status                          pic x(01).
           05  fd-st-data-envio                      pic x(14).
           05  fd-st-data-retorno                    pic x(14).
           05  fd-st-motivo                          pic x(30).

       fd arqLogAcessos.
       01  fd-log-acesso.
           05  fd-la-data-hora                       pic x(14).
           05  fd-tu-cod                             pic x(03).
           05  fd-tu-descricao                       pic x(20).
           05  fd-tu-capacidade                      pic 9(03).
           05  fd-tu-mensalidade                     pic 9(05)v99.

      *>----Lista de espera por turma, em ordem de chegada (seq)
       fd arqEspera.
           05  ws-tu-cod                           pic x(03).
           05  ws-tu-descricao                     pic x(20).
           05  ws-tu-capacidade                    pic 9(03).
           05  ws-tu-mensalidade                   pic 9(05)v99.

       77  ws-tem-vaga                             pic x(01).
       77  ws-qtd-ativos                           pic 9(04).
           05  ws-rs-telefone                      pic x(15).
           05  ws-rs-correspondencia               pic x(01).

      *>----Cadastro de professores e atribuicao de aulas
       77  ws-fs-arqProfessores                    pic 9(02).
       77  ws-fs-arqAtribuicoes                    pic 9(02).
       77  ws-at-acao                              pic x(01).
       77  ws-at-qtd                               pic 9(02).
       77  ws-prof-ok                              pic x(01).
       77  ws-at-conflito                          pic x(01).
       77  ws-at-qtd-aulas                         pic 9(02).
       77  ws-at-ind                               pic 9(02).
       01  ws-at-aulas.
           05  ws-at-aula occurs 30.
               10  ws-at-dia-semana                pic 9(01).
               10  ws-at-periodo                   pic 9(01).
       01  ws-professor.
           05  ws-pr-codigo                        pic x(05).
           05  ws-pr-nome                          pic x(25).
           05  ws-pr-email                         pic x(30).
           05  ws-pr-telefone                      pic x(15).
           05  ws-pr-op-codigo                     pic x(06).
           05  ws-pr-ativo                         pic x(01).

      *>----Manutencao do quadro de horarios da turma
       77  ws-fs-arqHorarios                       pic 9(02).
       77  ws-hr-acao                              pic x(01).
       77  ws-hr-dia-semana                        pic 9(01).
       77  ws-hr-periodo                           pic 9(01).
       77  ws-hr-cod-disc                          pic x(03).
       77  ws-hr-sala                              pic x(06).
       77  ws-hr-cod-prof                          pic x(05).
       77  ws-hr-conflito                          pic x(01).
       77  ws-hr-qtd                               pic 9(02).
       01  ws-dias-semana-tab.
           05  filler                              pic x(03) value "DOM".
           05  filler                              pic x(03) value "SEG".
           05  filler                              pic x(03) value "TER".
           05  filler                              pic x(03) value "QUA".
           05  filler                              pic x(03) value "QUI".
           05  filler                              pic x(03) value "SEX".
           05  filler                              pic x(03) value "SAB".
       01  filler redefines ws-dias-semana-tab.
           05  ws-dia-semana-nome occurs 7         pic x(03).

      *>----Manutencao de desconto/bolsa de mensalidade
       77  ws-fs-arqDescontos                      pic 9(02).
       77  ws-ds-acao                              pic x(01).
       77  ws-ds-percentual                        pic 9(03)v99.
       77  ws-ds-motivo                            pic x(30).
       77  ws-ds-anomes-fim                        pic 9(06).
       77  ws-ds-pct-ed                            pic zz9,99.

      *>----Calendario letivo
       77  ws-fs-arqCalendario                     pic 9(02).
       77  ws-cl-acao                              pic x(01).
       77  ws-cl-data                              pic 9(08).
       77  ws-cl-data-ini                          pic 9(08).
       77  ws-cl-data-fim                          pic 9(08).
       77  ws-cl-tipo                              pic x(01).
       77  ws-cl-tipo-desc                         pic x(09).
       77  ws-cl-descricao                         pic x(30).
       77  ws-cl-ano-mes                           pic 9(06).
       77  ws-cl-int-data                          pic 9(07).
       77  ws-cl-int-fim                           pic 9(07).
       77  ws-cl-int-aux                           pic 9(07).
       77  ws-cl-semanas                           pic 9(07).
       77  ws-cl-dia-semana                        pic 9(01).
       77  ws-cl-qtd                               pic 9(04).
       77  ws-cl-qtd-letivos                       pic 9(04).
       77  ws-dia-letivo                           pic x(01).

      *>----Ocorrencias disciplinares e carta ao responsavel
       77  ws-fs-arqOcorrencias                    pic 9(02).
       77  ws-fs-arqCartasOcor                     pic 9(02).
       77  ws-oc-acao                              pic x(01).
       77  ws-oc-data                              pic 9(08).
       77  ws-oc-seq                               pic 9(02).
       77  ws-oc-tipo                              pic x(01).
       77  ws-oc-tipo-desc                         pic x(20).
       77  ws-oc-descricao                         pic x(60).
       77  ws-oc-dias-susp                         pic 9(02).
       77  ws-oc-susp-ini                          pic 9(08).
       77  ws-oc-susp-fim                          pic 9(08).
       77  ws-oc-qtd-susp                          pic 9(02).
       77  ws-oc-qtd-dias                          pic 9(03).
       77  ws-oc-qtd                               pic 9(03).
       77  ws-oc-destinatario                      pic x(25).
       77  ws-oc-parentesco                        pic x(15).
       77  ws-oc-achou-resp                        pic x(01).
       01  ws-carta-ocor-linha                     pic x(80).

      *>----Lancamento de frequencia nao gravado por cair em dia de
      *>    suspensao (falta justificada ja lancada)
       77  ws-freq-gravada                         pic x(01).

      *>----Emissao e conferencia de declaracoes oficiais; o codigo de
      *>    autenticacao sai do numero, do Id e da hora da emissao
       77  ws-fs-arqDeclaracoes                    pic 9(02).
       77  ws-fs-arqDeclRel                        pic 9(02).
       77  ws-dc-acao                              pic x(01).
       77  ws-dc-tipo                              pic x(01).
       77  ws-dc-tipo-desc                         pic x(25).
       77  ws-dc-numero                            pic 9(07).
       77  ws-dc-codigo                            pic x(06).
       77  ws-dc-data-hora                         pic x(14).
       77  ws-dc-data                              pic 9(08).
       77  ws-dc-hora                              pic 9(08).
       77  ws-dc-semente                           pic 9(18).
       77  ws-dc-quoc                              pic 9(18).
       77  ws-dc-resto                             pic 9(02).
       77  ws-dc-ind                               pic 9(01).
       77  ws-dc-qtd                               pic 9(03).
       77  ws-dc-excluido                          pic x(01).
       01  ws-dc-alfabeto                          pic x(34)
                            value "0123456789ABCDEFGHJKLMNPQRSTUVWXYZ".
       01  filler redefines ws-dc-alfabeto.
           05  ws-dc-letra occurs 34               pic x(01).

      *>----Janelas de notas por bimestre, reabertura pelo coordenador e
      *>    registro dos lancamentos tardios
       77  ws-fs-arqBimestres                      pic 9(02).
       77  ws-fs-arqReaberturas                    pic 9(02).
       77  ws-fs-arqNotasTardias                   pic 9(02).
       77  ws-bm-acao                              pic x(01).
       77  ws-bm-ano                               pic 9(04).
       77  ws-bm-bimestre                          pic 9(01).
       77  ws-bm-abertura                          pic 9(08).
       77  ws-bm-fechamento                        pic 9(08).
       77  ws-bm-cod-turma                         pic x(03).
       77  ws-bm-cod-disc                          pic x(03).
       77  ws-bm-ate                               pic 9(08).
       77  ws-bm-motivo                            pic x(40).
       77  ws-bm-situacao                          pic x(01).
       77  ws-bm-situacao-desc                     pic x(12).
       77  ws-bm-qtd                               pic 9(03).
       77  ws-jn-ok                                pic x(01).
       77  ws-jn-motivo                            pic x(45).
       77  ws-jn-bim                               pic 9(01).
       77  ws-jn-origem                            pic x(01).
       01  ws-jn-notas-ant.
           05  ws-jn-nota-ant occurs 5             pic 9(02)v99.
       01  ws-jn-notas-novas.
           05  ws-jn-nota-nova occurs 5            pic 9(02)v99.
       01  ws-jn-estados.
           05  ws-jn-estado occurs 4               pic x(01).

      *>----Pedidos de correcao de nota pos-fechamento e reenvio do
      *>    resultado corrigido
       77  ws-fs-arqCorrecoesNota                  pic 9(02).
       77  ws-fs-arqEnvioStatus                    pic 9(02).
       77  ws-cn-acao                              pic x(01).
       77  ws-cn-numero                            pic 9(05).
       77  ws-cn-ano                               pic 9(04).
       77  ws-cn-semestre                          pic 9(01).
       77  ws-cn-cod-disc                          pic x(03).
       77  ws-cn-num-nota                          pic 9(01).
       77  ws-cn-nota-ant                          pic 9(02)v99.
       77  ws-cn-nota-nova                         pic 9(02)v99.
       77  ws-cn-nota-atual                        pic 9(02)v99.
       77  ws-cn-motivo                            pic x(40).
       77  ws-cn-parecer                           pic x(40).
       77  ws-cn-decisao                           pic x(01).
       77  ws-cn-duplicado                         pic x(01).
       77  ws-cn-aplicada                          pic x(01).
       77  ws-cn-ultimo-termo                      pic x(01).
       77  ws-cn-media-geral                       pic 9(02)v99.
       77  ws-cn-media-calc                        pic 9(02)v99.
       77  ws-cn-situacao                          pic x(10).
       77  ws-cn-qtd                               pic 9(04).
       77  ws-cn-nota-ed                           pic z9,99.
       77  ws-cn-nova-ed                           pic z9,99.
       77  ws-cn-media-ed                          pic z9,99.

       01  ws-log-acesso.
           05  ws-la-data-hora                     pic x(14).
           05  filler                              pic x(01) value space.
               perform finaliza-anormal
           end-if

           open i-o arqProfessores
           if ws-fs-arqProfessores = 35 then
               open output arqProfessores
               close arqProfessores
               open i-o arqProfessores
           end-if
           if ws-fs-arqProfessores  <> 00
           and ws-fs-arqProfessores <> 05 then
               move 119                                  to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                 to ws-msn-erro-cod
               move "Erro ao abrir arq. professores "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAtribuicoes
           if ws-fs-arqAtribuicoes = 35 then
               open output arqAtribuicoes
               close arqAtribuicoes
               open i-o arqAtribuicoes
           end-if
           if ws-fs-arqAtribuicoes  <> 00
           and ws-fs-arqAtribuicoes <> 05 then
               move 120                                  to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                 to ws-msn-erro-cod
               move "Erro ao abrir arq. atribuicoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqHorarios
           if ws-fs-arqHorarios = 35 then
               open output arqHorarios
               close arqHorarios
               open i-o arqHorarios
           end-if
           if ws-fs-arqHorarios  <> 00
           and ws-fs-arqHorarios <> 05 then
               move 136                                  to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. horarios "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDescontos
           if ws-fs-arqDescontos = 35 then
               open output arqDescontos
               close arqDescontos
               open i-o arqDescontos
           end-if
           if ws-fs-arqDescontos  <> 00
           and ws-fs-arqDescontos <> 05 then
               move 146                                  to ws-msn-erro-ofsset
               move ws-fs-arqDescontos                   to ws-msn-erro-cod
               move "Erro ao abrir arq. descontos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCalendario
           if ws-fs-arqCalendario = 35 then
               open output arqCalendario
               close arqCalendario
               open i-o arqCalendario
           end-if
           if ws-fs-arqCalendario  <> 00
           and ws-fs-arqCalendario <> 05 then
               move 152                                  to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                  to ws-msn-erro-cod
               move "Erro ao abrir arq. calendario "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqOcorrencias
           if ws-fs-arqOcorrencias = 35 then
               open output arqOcorrencias
               close arqOcorrencias
               open i-o arqOcorrencias
           end-if
           if ws-fs-arqOcorrencias  <> 00
           and ws-fs-arqOcorrencias <> 05 then
               move 160                                  to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
               move "Erro ao abrir arq. ocorrencias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDeclaracoes
           if ws-fs-arqDeclaracoes = 35 then
               open output arqDeclaracoes
               close arqDeclaracoes
               open i-o arqDeclaracoes
           end-if
           if ws-fs-arqDeclaracoes  <> 00
           and ws-fs-arqDeclaracoes <> 05 then
               move 173                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                 to ws-msn-erro-cod
               move "Erro ao abrir arq. declaracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqBimestres
           if ws-fs-arqBimestres = 35 then
               open output arqBimestres
               close arqBimestres
               open i-o arqBimestres
           end-if
           if ws-fs-arqBimestres  <> 00
           and ws-fs-arqBimestres <> 05 then
               move 185                                  to ws-msn-erro-ofsset
               move ws-fs-arqBimestres                   to ws-msn-erro-cod
               move "Erro ao abrir arq. bimestres "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqReaberturas
           if ws-fs-arqReaberturas = 35 then
               open output arqReaberturas
               close arqReaberturas
               open i-o arqReaberturas
           end-if
           if ws-fs-arqReaberturas  <> 00
           and ws-fs-arqReaberturas <> 05 then
               move 186                                  to ws-msn-erro-ofsset
               move ws-fs-arqReaberturas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. reaberturas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCorrecoesNota
           if ws-fs-arqCorrecoesNota = 35 then
               open output arqCorrecoesNota
               close arqCorrecoesNota
               open i-o arqCorrecoesNota
           end-if
           if ws-fs-arqCorrecoesNota  <> 00
           and ws-fs-arqCorrecoesNota <> 05 then
               move 210                                  to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
               move "Erro ao abrir arq. correcoes nota " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEnvioStatus
           if ws-fs-arqEnvioStatus = 35 then
               open output arqEnvioStatus
               close arqEnvioStatus
               open i-o arqEnvioStatus
           end-if
           if ws-fs-arqEnvioStatus  <> 00
           and ws-fs-arqEnvioStatus <> 05 then
               move 211                                  to ws-msn-erro-ofsset
               move ws-fs-arqEnvioStatus                 to ws-msn-erro-cod
               move "Erro ao abrir arq. envio status "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform semear-operador-padrao
           perform efetuar-login

               display "'Db' Desbloquear Operador"
               display "'Io' Inativar Operador"
               display "'Lg' Imprimir Log de Acessos"
               display "'Pf' Cadastrar Professor"
               display "'Ap' Atribuir Professor a Turma/Disciplina"
               display "'Qh' Quadro de Horarios da Turma"
               display "'Dm' Desconto/Bolsa de Mensalidade"
               display "'Cl' Calendario Letivo"
               display "'Oc' Ocorrencias Disciplinares"
               display "'Dc' Declaracoes (emitir/conferir)"
               display "'Bn' Bimestres (janelas de notas)"
               display "'Pc' Pedidos de Correcao de Nota (historico)"

               accept ws-menu

                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                    when = "Pf"
                       if operador-coordenador then
                           perform cadastrar-professor
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                    when = "Ap"
                       if operador-coordenador then
                           perform manter-atribuicoes
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                    when = "Qh"
                       if operador-coordenador then
                           perform manter-horarios
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                    when = "Dm"
                       if operador-coordenador then
                           perform manter-desconto
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                    when = "Cl"
                       if operador-coordenador then
                           perform manter-calendario
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                    when = "Oc"
                       perform manter-ocorrencias

                    when = "Dc"
                       perform manter-declaracoes

                    when = "Bn"
                       if operador-coordenador then
                           perform manter-bimestres
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                    when = "Pc"
                       perform manter-correcoes-nota

                   when other
                       display "Opcao Invalida"
               end-evaluate
                               " nao pertence a grade da turma " fd-cod "!"
                   else

      *>            so o professor atribuido a turma+disciplina (ou o
      *>            coordenador) lanca as notas
                   perform validar-professor-nota

                   if ws-prof-ok = "N" then
                       display "Notas de " ws-cod-disc " na turma " fd-cod
                               " restritas ao professor atribuido!"
                   else

                   move "NOTA"           to ws-aud-operacao
                   move ws-id-aluno      to ws-aud-chave
                   move spaces to ws-aud-valor-ant
                       display "Alteracao de notas ja lancadas e restrita ao coordenador!"
                   else

      *>            nota de bimestre encerrado fica bloqueada para todos,
      *>            salvo reabertura da turma+disciplina pelo coordenador
                   move "T" to ws-jn-origem
                   perform validar-janela-notas

                   if ws-jn-ok = "N" then
                       display ws-jn-motivo
                   else

                   if ws-fs-arqNotasDisc = 0 then
      *>                ja havia notas desta disciplina - guarda os valores
      *>                anteriores na trilha de auditoria e regrava
                       end-if
                   end-if

                   perform registrar-notas-tardias
                   perform atualizar-media-geral

                   move ws-media to ws-nota-ed

                   end-if
                   end-if
                   end-if
                   end-if
               end-if
               end-if

               display " Presenca ou Falta? 'P' ou 'F':"
               accept ws-freq-presenca

               move ws-freq-data to ws-cl-data
               perform validar-dia-letivo

               if  ws-freq-presenca <> "P" and ws-freq-presenca <> "p"
               and ws-freq-presenca <> "F" and ws-freq-presenca <> "f" then
                   display "Informe 'P' ou 'F'!"
               else
               if ws-dia-letivo = "N" then
                   display "Data nao e dia letivo no calendario escolar!"
               else
                   move ws-id-aluno to fd-id-aluno
                   read arqAlunos
                       end-if
                   else
                       perform gravar-frequencia
                       if ws-freq-gravada = "S" then
                           display "Frequencia registrada!"
                       end-if
                   end-if
               end-if
               end-if

               display "Deseja registrar mais uma frequencia? 'S' ou 'V'oltar"
               accept ws-sair
               accept ws-tu-descricao
               display " Qual a capacidade (qtd de vagas):"
               accept ws-tu-capacidade
               display " Qual o valor da mensalidade (0 = sem cobranca):"
               accept ws-tu-mensalidade

               move ws-tu-cod to fd-tu-cod
               read arqTurmas

               if ws-fs-arqTurmas = 0 then
      *>            turma ja existe: atualiza descricao, capacidade e
      *>            mensalidade
                   move ws-tu-descricao   to fd-tu-descricao
                   move ws-tu-capacidade  to fd-tu-capacidade
                   move ws-tu-mensalidade to fd-tu-mensalidade
                   rewrite fd-turmas
                   if ws-fs-arqTurmas <> 0 then
                       move 65                                    to ws-msn-erro-ofsset
                   move ws-tu-cod         to fd-tu-cod
                   move ws-tu-descricao   to fd-tu-descricao
                   move ws-tu-capacidade  to fd-tu-capacidade
                   move ws-tu-mensalidade to fd-tu-mensalidade
                   write fd-turmas
                   if ws-fs-arqTurmas <> 0 then
                       move 65                                    to ws-msn-erro-ofsset
               end-if
               display "Disciplina " ws-gr-cod-disc
                       " desvinculada da turma " ws-gr-cod-turma "!"

      *>        a atribuicao de professor do par deixa de existir junto
               move ws-gr-cod-turma to fd-at-cod-turma
               move ws-gr-cod-disc  to fd-at-cod-disc
               read arqAtribuicoes
               if ws-fs-arqAtribuicoes = 0 then
                   delete arqAtribuicoes
               end-if
               if  ws-fs-arqAtribuicoes <> 0
               and ws-fs-arqAtribuicoes <> 23 then
                   move 123                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                 to ws-msn-erro-cod
                   move "Erro ao apagar arq. atribuicoes "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o operador corrente pode lancar notas da disciplina em
      *>  ws-cod-disc na turma do aluno corrente (fd-cod): o coordenador
      *>  sempre pode; os demais so quando a conta de operador e a do
      *>  professor ativo atribuido ao par turma+disciplina
      *>------------------------------------------------------------------------
       validar-professor-nota section.

           move "S" to ws-prof-ok

           if operador-coordenador then
               go to validar-professor-nota-exit
           end-if

           move "N" to ws-prof-ok

           move fd-cod      to fd-at-cod-turma
           move ws-cod-disc to fd-at-cod-disc
           read arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 0 then
               if ws-fs-arqAtribuicoes <> 23 then
                   move 124                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                 to ws-msn-erro-cod
                   move "Erro ao ler arq. atribuicoes "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to validar-professor-nota-exit
           end-if

           move fd-at-cod-prof to fd-pr-codigo
           read arqProfessores
           if ws-fs-arqProfessores <> 0 then
               if ws-fs-arqProfessores <> 23 then
                   move 125                                  to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                 to ws-msn-erro-cod
                   move "Erro ao ler arq. professores "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to validar-professor-nota-exit
           end-if

           if  fd-pr-ativo     = "S"
           and fd-pr-op-codigo = ws-op-codigo then
               move "S" to ws-prof-ok
           end-if

           .
       validar-professor-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro de professores (inclui ou atualiza pelo codigo) -
      *>  somente coordenador
      *>------------------------------------------------------------------------
       cadastrar-professor section.

           perform until voltar-tela

               display " ==== Cadastro de Professores ===="
               display " Qual o Cod do Professor:"
               accept ws-pr-codigo
               display " Qual o nome do Professor:"
               accept ws-pr-nome
               display " Qual o e-mail:"
               accept ws-pr-email
               display " Qual o Telefone:"
               accept ws-pr-telefone
               display " Codigo de Operador do Professor (vazio = sem conta):"
               accept ws-pr-op-codigo
               display " Professor ativo? 'S' ou 'N':"
               accept ws-pr-ativo

               if ws-pr-ativo = "s" then
                   move "S" to ws-pr-ativo
               end-if
               if ws-pr-ativo <> "S" then
                   move "N" to ws-pr-ativo
               end-if

               move "S" to ws-prof-ok
               if ws-pr-codigo = spaces or ws-pr-nome = spaces then
                   move "N" to ws-prof-ok
                   display "Cod e nome do Professor sao obrigatorios!"
               end-if

      *>        a conta informada precisa existir no cadastro de operadores
               if  ws-prof-ok = "S"
               and ws-pr-op-codigo <> spaces then
                   move ws-pr-op-codigo to fd-op-codigo
                   read arqOperadores
                   if ws-fs-arqOperadores <> 0 then
                       if ws-fs-arqOperadores = 23 then
                           move "N" to ws-prof-ok
                           display "Operador " ws-pr-op-codigo " nao cadastrado!"
                       else
                           move 126                                  to ws-msn-erro-ofsset
                           move ws-fs-arqOperadores                  to ws-msn-erro-cod
                           move "Erro ao ler arq. operadores "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if

               if ws-prof-ok = "S" then
                   move ws-pr-codigo to fd-pr-codigo
                   read arqProfessores

                   if ws-fs-arqProfessores = 0 then
      *>                professor ja existe: atualiza os dados
                       move ws-professor to fd-professores
                       rewrite fd-professores
                       if ws-fs-arqProfessores <> 0 then
                           move 127                                  to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                 to ws-msn-erro-cod
                           move "Erro ao gravar arq. professores "   to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display "Professor " ws-pr-codigo " atualizado!"
                       end-if
                   else
                       if ws-fs-arqProfessores <> 23 then
                           move 128                                  to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                 to ws-msn-erro-cod
                           move "Erro ao ler arq. professores "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move ws-professor to fd-professores
                       write fd-professores
                       if ws-fs-arqProfessores <> 0 then
                           move 127                                  to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                 to ws-msn-erro-cod
                           move "Erro ao gravar arq. professores "   to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display "Professor " ws-pr-codigo " cadastrado!"
                       end-if
                   end-if
               end-if

               display "Deseja cadastrar mais um Professor? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       cadastrar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atribuicao de aulas: define o professor de cada disciplina da grade
      *>  curricular de uma turma - somente coordenador
      *>------------------------------------------------------------------------
       manter-atribuicoes section.

           perform until voltar-tela

               display " ==== Atribuicao de Professores ===="
               display " Informe o Cod da Turma:"
               accept ws-gr-cod-turma

               move ws-gr-cod-turma to fd-tu-cod
               read arqTurmas
               if ws-fs-arqTurmas <> 0 then
                   if ws-fs-arqTurmas = 23 then
                       display "Turma nao cadastrada!"
                   else
                       move 129                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                      to ws-msn-erro-cod
                       move "Erro ao ler arq. turmas "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   display "Turma: " fd-tu-descricao

                   move space to ws-at-acao
                   perform until ws-at-acao = "V" or ws-at-acao = "v"
                       display "'L'istar / 'A'tribuir professor / 'R'emover atribuicao / 'V'oltar:"
                       accept ws-at-acao

                       evaluate ws-at-acao
                           when "L"
                           when "l"
                               perform listar-atribuicoes

                           when "A"
                           when "a"
                               perform atribuir-professor

                           when "R"
                           when "r"
                               perform remover-atribuicao

                           when "V"
                           when "v"
                               continue

                           when other
                               display "Acao invalida"
                       end-evaluate
                   end-perform
               end-if

               display "Deseja tratar outra Turma? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       manter-atribuicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as disciplinas da grade da turma corrente com o professor
      *>  atribuido a cada uma
      *>------------------------------------------------------------------------
       listar-atribuicoes section.

           move 0 to ws-at-qtd

           move ws-gr-cod-turma to fd-gr-cod-turma
           move low-values      to fd-gr-cod-disc
           start arqGrade key is >= fd-chave-grade
           if ws-fs-arqGrade = 0 then
               perform until ws-fs-arqGrade <> 0
                          or fd-gr-cod-turma <> ws-gr-cod-turma
                   read arqGrade next
                   if  ws-fs-arqGrade = 0
                   and fd-gr-cod-turma = ws-gr-cod-turma then
                       add 1 to ws-at-qtd

                       move fd-gr-cod-turma to fd-at-cod-turma
                       move fd-gr-cod-disc  to fd-at-cod-disc
                       read arqAtribuicoes
                       if ws-fs-arqAtribuicoes = 0 then
                           move fd-at-cod-prof to fd-pr-codigo
                           read arqProfessores
                           if ws-fs-arqProfessores = 0 then
                               display "Disciplina " fd-gr-cod-disc
                                       " - Professor " fd-at-cod-prof
                                       " " fd-pr-nome
                           else
                               display "Disciplina " fd-gr-cod-disc
                                       " - Professor " fd-at-cod-prof
                                       " (sem cadastro)"
                           end-if
                       else
                           display "Disciplina " fd-gr-cod-disc
                                   " - (sem professor)"
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqGrade <> 0
               and ws-fs-arqGrade <> 10 then
                   move 130                                  to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                       to ws-msn-erro-cod
                   move "Erro ao ler arq. grade "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-at-qtd = 0 then
               display "Turma sem grade curricular cadastrada."
           end-if

           .
       listar-atribuicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atribui (ou substitui) o professor de uma disciplina da grade da
      *>  turma corrente
      *>------------------------------------------------------------------------
       atribuir-professor section.

           display " Informe o Cod da Disciplina:"
           accept ws-gr-cod-disc
           display " Informe o Cod do Professor:"
           accept ws-pr-codigo

      *>    so pares turma+disciplina da grade curricular recebem professor
           move ws-gr-cod-turma to fd-gr-cod-turma
           move ws-gr-cod-disc  to fd-gr-cod-disc
           read arqGrade
           if ws-fs-arqGrade <> 0 then
               if ws-fs-arqGrade = 23 then
                   display "Disciplina nao esta na grade da turma!"
                   go to atribuir-professor-exit
               end-if
               move 131                                  to ws-msn-erro-ofsset
               move ws-fs-arqGrade                       to ws-msn-erro-cod
               move "Erro ao ler arq. grade "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-pr-codigo to fd-pr-codigo
           read arqProfessores
           if ws-fs-arqProfessores <> 0 then
               if ws-fs-arqProfessores = 23 then
                   display "Professor nao cadastrado!"
                   go to atribuir-professor-exit
               end-if
               move 132                                  to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                 to ws-msn-erro-cod
               move "Erro ao ler arq. professores "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-pr-ativo <> "S" then
               display "Professor " ws-pr-codigo " esta inativo!"
               go to atribuir-professor-exit
           end-if

      *>    o professor nao pode ter aula em outra turma no dia/periodo de
      *>    uma aula ja lancada no quadro para esta turma+disciplina
           perform verificar-conflito-atribuicao
           if ws-at-conflito = "S" then
               go to atribuir-professor-exit
           end-if

           move ws-gr-cod-turma to fd-at-cod-turma
           move ws-gr-cod-disc  to fd-at-cod-disc
           move ws-pr-codigo    to fd-at-cod-prof
           write fd-atribuicoes
           if ws-fs-arqAtribuicoes = 22 then
               rewrite fd-atribuicoes
           end-if
           if ws-fs-arqAtribuicoes <> 0 then
               move 133                                  to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                 to ws-msn-erro-cod
               move "Erro ao gravar arq. atribuicoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Professor " ws-pr-codigo " atribuido a disciplina "
                   ws-gr-cod-disc " da turma " ws-gr-cod-turma "!"

           .
       atribuir-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aulas da disciplina no quadro da turma corrente, conferidas uma a
      *>  uma contra o quadro das outras turmas com o professor informado
      *>  (as aulas sao guardadas antes porque a conferencia percorre o
      *>  mesmo arquivo de horarios)
      *>------------------------------------------------------------------------
       verificar-conflito-atribuicao section.

           move "N" to ws-at-conflito
           move 0   to ws-at-qtd-aulas

           move ws-gr-cod-turma to fd-hr-cod-turma
           move 0               to fd-hr-dia-semana
           move 0               to fd-hr-periodo
           start arqHorarios key is >= fd-chave-horario
           if ws-fs-arqHorarios = 0 then
               perform until ws-fs-arqHorarios <> 0
                          or fd-hr-cod-turma <> ws-gr-cod-turma
                   read arqHorarios next
                   if  ws-fs-arqHorarios = 0
                   and fd-hr-cod-turma = ws-gr-cod-turma
                   and fd-hr-cod-disc  = ws-gr-cod-disc
                   and ws-at-qtd-aulas < 30 then
                       add 1 to ws-at-qtd-aulas
                       move fd-hr-dia-semana to ws-at-dia-semana(ws-at-qtd-aulas)
                       move fd-hr-periodo    to ws-at-periodo(ws-at-qtd-aulas)
                   end-if
               end-perform

               if  ws-fs-arqHorarios <> 0
               and ws-fs-arqHorarios <> 10 then
                   move 231                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                    to ws-msn-erro-cod
                   move "Erro ao ler arq. horarios "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>    so o choque de professor interessa aqui: a sala das aulas ja
      *>    foi conferida quando cada uma entrou no quadro
           move spaces       to ws-hr-sala
           move ws-pr-codigo to ws-hr-cod-prof
           perform varying ws-at-ind from 1 by 1
                   until ws-at-ind > ws-at-qtd-aulas
               move ws-at-dia-semana(ws-at-ind) to ws-hr-dia-semana
               move ws-at-periodo(ws-at-ind)    to ws-hr-periodo
               perform verificar-conflito-horario
               if ws-hr-conflito = "S" then
                   move "S" to ws-at-conflito
               end-if
           end-perform

           if ws-at-conflito = "S" then
               display "Atribuicao recusada: professor " ws-pr-codigo
                       " com choque no quadro de horarios!"
           end-if

           .
       verificar-conflito-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Remove a atribuicao de professor de uma disciplina da turma
      *>------------------------------------------------------------------------
       remover-atribuicao section.

           display " Informe o Cod da Disciplina:"
           accept ws-gr-cod-disc

           move ws-gr-cod-turma to fd-at-cod-turma
           move ws-gr-cod-disc  to fd-at-cod-disc
           read arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 0 then
               if ws-fs-arqAtribuicoes = 23 then
                   display "Disciplina sem professor atribuido na turma!"
               else
                   move 134                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                 to ws-msn-erro-cod
                   move "Erro ao ler arq. atribuicoes "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               delete arqAtribuicoes
               if ws-fs-arqAtribuicoes <> 0 then
                   move 135                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                 to ws-msn-erro-cod
                   move "Erro ao apagar arq. atribuicoes "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Atribuicao da disciplina " ws-gr-cod-disc
                       " removida da turma " ws-gr-cod-turma "!"
           end-if

           .
       remover-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao do quadro de horarios semanal de uma turma - somente
      *>  coordenador
      *>------------------------------------------------------------------------
       manter-horarios section.

           perform until voltar-tela

               display " ==== Quadro de Horarios da Turma ===="
               display " Informe o Cod da Turma:"
               accept ws-gr-cod-turma

               move ws-gr-cod-turma to fd-tu-cod
               read arqTurmas
               if ws-fs-arqTurmas <> 0 then
                   if ws-fs-arqTurmas = 23 then
                       display "Turma nao cadastrada!"
                   else
                       move 138                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                      to ws-msn-erro-cod
                       move "Erro ao ler arq. turmas "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   display "Turma: " fd-tu-descricao

                   move space to ws-hr-acao
                   perform until ws-hr-acao = "V" or ws-hr-acao = "v"
                       display "'L'istar / 'I'ncluir aula / 'E'xcluir aula / 'V'oltar:"
                       accept ws-hr-acao

                       evaluate ws-hr-acao
                           when "L"
                           when "l"
                               perform listar-horarios

                           when "I"
                           when "i"
                               perform incluir-horario

                           when "E"
                           when "e"
                               perform excluir-horario

                           when "V"
                           when "v"
                               continue

                           when other
                               display "Acao invalida"
                       end-evaluate
                   end-perform
               end-if

               display "Deseja tratar outra Turma? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       manter-horarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as aulas da semana da turma corrente (dia/periodo)
      *>------------------------------------------------------------------------
       listar-horarios section.

           move 0 to ws-hr-qtd

           move ws-gr-cod-turma to fd-hr-cod-turma
           move 0               to fd-hr-dia-semana
           move 0               to fd-hr-periodo
           start arqHorarios key is >= fd-chave-horario
           if ws-fs-arqHorarios = 0 then
               perform until ws-fs-arqHorarios <> 0
                          or fd-hr-cod-turma <> ws-gr-cod-turma
                   read arqHorarios next
                   if  ws-fs-arqHorarios = 0
                   and fd-hr-cod-turma = ws-gr-cod-turma then
                       add 1 to ws-hr-qtd
                       display ws-dia-semana-nome(fd-hr-dia-semana)
                               " " fd-hr-periodo "o periodo - Disciplina "
                               fd-hr-cod-disc " - Sala " fd-hr-sala
                   end-if
               end-perform

               if  ws-fs-arqHorarios <> 0
               and ws-fs-arqHorarios <> 10 then
                   move 139                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                    to ws-msn-erro-cod
                   move "Erro ao ler arq. horarios "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-hr-qtd = 0 then
               display "Turma sem quadro de horarios cadastrado."
           end-if

           .
       listar-horarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui (ou troca) a aula de um dia/periodo da turma corrente: a
      *>  disciplina precisa ser da grade da turma e nem o professor nem a
      *>  sala podem estar ocupados no mesmo dia/periodo em outra turma
      *>------------------------------------------------------------------------
       incluir-horario section.

           display " Dia da semana (2=seg 3=ter 4=qua 5=qui 6=sex):"
           accept ws-hr-dia-semana
           display " Periodo de aula (1 a 6):"
           accept ws-hr-periodo
           display " Cod da Disciplina:"
           accept ws-hr-cod-disc
           display " Sala:"
           accept ws-hr-sala

           if ws-hr-dia-semana < 2 or ws-hr-dia-semana > 6 then
               display "Dia da semana invalido, informe de 2 a 6!"
               go to incluir-horario-exit
           end-if

           if ws-hr-periodo < 1 or ws-hr-periodo > 6 then
               display "Periodo invalido, informe de 1 a 6!"
               go to incluir-horario-exit
           end-if

      *>    so disciplinas da grade curricular da turma entram no quadro
           move ws-gr-cod-turma to fd-gr-cod-turma
           move ws-hr-cod-disc  to fd-gr-cod-disc
           read arqGrade
           if ws-fs-arqGrade <> 0 then
               if ws-fs-arqGrade = 23 then
                   display "Disciplina " ws-hr-cod-disc
                           " nao pertence a grade da turma " ws-gr-cod-turma "!"
                   go to incluir-horario-exit
               end-if
               move 140                                  to ws-msn-erro-ofsset
               move ws-fs-arqGrade                       to ws-msn-erro-cod
               move "Erro ao ler arq. grade "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    professor da disciplina na turma (sem atribuicao nao ha
      *>    choque de professor a conferir)
           move spaces to ws-hr-cod-prof
           move ws-gr-cod-turma to fd-at-cod-turma
           move ws-hr-cod-disc  to fd-at-cod-disc
           read arqAtribuicoes
           if ws-fs-arqAtribuicoes = 0 then
               move fd-at-cod-prof to ws-hr-cod-prof
           else
               if ws-fs-arqAtribuicoes <> 23 then
                   move 141                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                 to ws-msn-erro-cod
                   move "Erro ao ler arq. atribuicoes "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform verificar-conflito-horario
           if ws-hr-conflito = "S" then
               go to incluir-horario-exit
           end-if

           move ws-gr-cod-turma  to fd-hr-cod-turma
           move ws-hr-dia-semana to fd-hr-dia-semana
           move ws-hr-periodo    to fd-hr-periodo
           move ws-hr-cod-disc   to fd-hr-cod-disc
           move ws-hr-sala       to fd-hr-sala
           write fd-horarios
           if ws-fs-arqHorarios = 22 then
               rewrite fd-horarios
           end-if
           if ws-fs-arqHorarios <> 0 then
               move 142                                  to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                    to ws-msn-erro-cod
               move "Erro ao gravar arq. horarios "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Aula gravada: " ws-dia-semana-nome(ws-hr-dia-semana)
                   " " ws-hr-periodo "o periodo - " ws-hr-cod-disc
                   " - Sala " ws-hr-sala

           .
       incluir-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no quadro das outras turmas, no mesmo dia/periodo, a mesma
      *>  sala ou uma aula do mesmo professor (ws-hr-conflito = "S")
      *>------------------------------------------------------------------------
       verificar-conflito-horario section.

           move "N" to ws-hr-conflito

           move low-values to fd-chave-horario
           start arqHorarios key is >= fd-chave-horario
           if ws-fs-arqHorarios = 0 then
               perform until ws-fs-arqHorarios <> 0
                   read arqHorarios next
                   if  ws-fs-arqHorarios = 0
                   and fd-hr-cod-turma  <> ws-gr-cod-turma
                   and fd-hr-dia-semana =  ws-hr-dia-semana
                   and fd-hr-periodo    =  ws-hr-periodo then
                       if  ws-hr-sala <> spaces
                       and fd-hr-sala =  ws-hr-sala then
                           move "S" to ws-hr-conflito
                           display "Sala " ws-hr-sala " ja ocupada pela turma "
                                   fd-hr-cod-turma " neste dia/periodo!"
                       end-if

                       if ws-hr-cod-prof <> spaces then
                           move fd-hr-cod-turma to fd-at-cod-turma
                           move fd-hr-cod-disc  to fd-at-cod-disc
                           read arqAtribuicoes
                           if  ws-fs-arqAtribuicoes = 0
                           and fd-at-cod-prof = ws-hr-cod-prof then
                               move "S" to ws-hr-conflito
                               display "Professor " ws-hr-cod-prof
                                       " ja da aula na turma " fd-hr-cod-turma
                                       " neste dia/periodo!"
                           end-if
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqHorarios <> 0
               and ws-fs-arqHorarios <> 10 then
                   move 143                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                    to ws-msn-erro-cod
                   move "Erro ao ler arq. horarios "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verificar-conflito-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui a aula de um dia/periodo da turma corrente
      *>------------------------------------------------------------------------
       excluir-horario section.

           display " Dia da semana (2=seg 3=ter 4=qua 5=qui 6=sex):"
           accept ws-hr-dia-semana
           display " Periodo de aula (1 a 6):"
           accept ws-hr-periodo

           move ws-gr-cod-turma  to fd-hr-cod-turma
           move ws-hr-dia-semana to fd-hr-dia-semana
           move ws-hr-periodo    to fd-hr-periodo
           read arqHorarios
           if ws-fs-arqHorarios <> 0 then
               if ws-fs-arqHorarios = 23 then
                   display "Nao ha aula neste dia/periodo para a turma!"
               else
                   move 144                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                    to ws-msn-erro-cod
                   move "Erro ao ler arq. horarios "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               delete arqHorarios
               if ws-fs-arqHorarios <> 0 then
                   move 145                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                    to ws-msn-erro-cod
                   move "Erro ao apagar arq. horarios "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Aula excluida do quadro da turma " ws-gr-cod-turma "!"
           end-if

           .
       excluir-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desconto ou bolsa de estudo sobre a mensalidade de um aluno -
      *>  somente coordenador; toda gravacao/exclusao vai para a auditoria
      *>------------------------------------------------------------------------
       manter-desconto section.

           perform until voltar-tela

               display " ==== Desconto/Bolsa de Mensalidade ===="
               display " Informe o Id do Aluno:"
               accept ws-id-aluno

               move ws-id-aluno to fd-id-aluno
               read arqAlunos
               if ws-fs-arqAlunos <> 0 then
                   if ws-fs-arqAlunos = 23 then
                       display "Id de Aluno informado invalido!"
                   else
                       move 148                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAlunos                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunos "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   display "Aluno: " fd-aluno

                   move spaces to ws-aud-valor-ant
                   move ws-id-aluno to fd-ds-id-aluno
                   read arqDescontos
                   if ws-fs-arqDescontos = 0 then
                       move fd-ds-percentual to ws-ds-pct-ed
                       display "Desconto atual: " ws-ds-pct-ed " % - "
                               fd-ds-motivo " (fim " fd-ds-anomes-fim ")"
                       string "Pct:" ws-ds-pct-ed " Fim:" fd-ds-anomes-fim
                           delimited by size into ws-aud-valor-ant
                   else
                       if ws-fs-arqDescontos <> 23 then
                           move 149                                  to ws-msn-erro-ofsset
                           move ws-fs-arqDescontos                   to ws-msn-erro-cod
                           move "Erro ao ler arq. descontos "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display "Aluno sem desconto cadastrado."
                   end-if

                   display "'G'ravar desconto / 'E'xcluir desconto / 'V'oltar:"
                   accept ws-ds-acao

                   evaluate ws-ds-acao
                       when "G"
                       when "g"
                           perform gravar-desconto

                       when "E"
                       when "e"
                           if ws-fs-arqDescontos <> 0 then
                               display "Aluno sem desconto cadastrado!"
                           else
                               delete arqDescontos
                               if ws-fs-arqDescontos <> 0 then
                                   move 150                                  to ws-msn-erro-ofsset
                                   move ws-fs-arqDescontos                   to ws-msn-erro-cod
                                   move "Erro ao apagar arq. descontos "     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               display "Desconto excluido!"

                               move "DESCONTO"     to ws-aud-operacao
                               move ws-id-aluno    to ws-aud-chave
                               move "EXCLUIDO"     to ws-aud-valor-novo
                               perform registrar-auditoria
                           end-if

                       when other
                           continue
                   end-evaluate
               end-if

               display "Deseja tratar outro Aluno? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       manter-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava) o desconto do aluno em ws-id-aluno
      *>------------------------------------------------------------------------
       gravar-desconto section.

           display " Percentual de desconto (100,00 = bolsa integral):"
           accept ws-ds-percentual
           display " Motivo (bolsa, irmaos, convenio...):"
           accept ws-ds-motivo
           display " Valido ate o ano+mes (aaaamm, 0 = sem prazo):"
           accept ws-ds-anomes-fim

           if ws-ds-percentual = 0 or ws-ds-percentual > 100 then
               display "Percentual invalido, informe de 0,01 a 100,00!"
               go to gravar-desconto-exit
           end-if

           if  ws-ds-anomes-fim <> 0
           and (ws-ds-anomes-fim (5:2) < "01" or ws-ds-anomes-fim (5:2) > "12") then
               display "Ano+mes de fim invalido!"
               go to gravar-desconto-exit
           end-if

           move ws-id-aluno      to fd-ds-id-aluno
           move ws-ds-percentual to fd-ds-percentual
           move ws-ds-motivo     to fd-ds-motivo
           move ws-ds-anomes-fim to fd-ds-anomes-fim
           write fd-descontos
           if ws-fs-arqDescontos = 22 then
               rewrite fd-descontos
           end-if
           if ws-fs-arqDescontos <> 0 then
               move 151                                  to ws-msn-erro-ofsset
               move ws-fs-arqDescontos                   to ws-msn-erro-cod
               move "Erro ao gravar arq. descontos "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Desconto gravado!"

           move "DESCONTO"       to ws-aud-operacao
           move ws-id-aluno      to ws-aud-chave
           move ws-ds-percentual to ws-ds-pct-ed
           move spaces           to ws-aud-valor-novo
           string "Pct:" ws-ds-pct-ed " Fim:" ws-ds-anomes-fim
               delimited by size into ws-aud-valor-novo
           perform registrar-auditoria

           .
       gravar-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calendario letivo - somente coordenador: gera os dias letivos do
      *>  ano (segunda a sexta entre o inicio e o fim das aulas) e marca
      *>  feriados, recessos e dias de reposicao
      *>------------------------------------------------------------------------
       manter-calendario section.

           display " ==== Calendario Letivo ===="

           move space to ws-cl-acao
           perform until ws-cl-acao = "V" or ws-cl-acao = "v"
               display "'G'erar ano letivo / 'M'arcar dia / 'L'istar mes / 'V'oltar:"
               accept ws-cl-acao

               evaluate ws-cl-acao
                   when "G"
                   when "g"
                       perform gerar-ano-letivo

                   when "M"
                   when "m"
                       perform marcar-dia-calendario

                   when "L"
                   when "l"
                       perform listar-calendario-mes

                   when "V"
                   when "v"
                       continue

                   when other
                       display "Acao invalida"
               end-evaluate
           end-perform

           .
       manter-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera um dia letivo "L" para cada dia de segunda a sexta entre o
      *>  inicio e o fim das aulas; dia ja cadastrado (feriado, recesso,
      *>  reposicao) e mantido como esta
      *>------------------------------------------------------------------------
       gerar-ano-letivo section.

           display " Data de inicio das aulas (aaaammdd):"
           accept ws-cl-data-ini
           display " Data de fim das aulas (aaaammdd):"
           accept ws-cl-data-fim

           if function test-date-yyyymmdd (ws-cl-data-ini) <> 0
           or function test-date-yyyymmdd (ws-cl-data-fim) <> 0
           or ws-cl-data-fim < ws-cl-data-ini then
               display "Periodo invalido!"
               go to gerar-ano-letivo-exit
           end-if

           move 0 to ws-cl-qtd
           compute ws-cl-int-data = function integer-of-date (ws-cl-data-ini)
           compute ws-cl-int-fim  = function integer-of-date (ws-cl-data-fim)

           perform until ws-cl-int-data > ws-cl-int-fim
      *>        o dia 1 do calendario inteiro (01/01/1601) foi uma segunda:
      *>        resto 0 = segunda ... 4 = sexta, 5 = sabado, 6 = domingo
               compute ws-cl-int-aux = ws-cl-int-data - 1
               divide ws-cl-int-aux by 7 giving ws-cl-semanas
                      remainder ws-cl-dia-semana

               if ws-cl-dia-semana < 5 then
                   compute fd-cl-data = function date-of-integer (ws-cl-int-data)
                   move "L"          to fd-cl-tipo
                   move "DIA LETIVO" to fd-cl-descricao
                   write fd-calendario
                   if ws-fs-arqCalendario = 0 then
                       add 1 to ws-cl-qtd
                   else
                       if ws-fs-arqCalendario <> 22 then
                           move 154                                  to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario                  to ws-msn-erro-cod
                           move "Erro ao gravar arq. calendario "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if

               add 1 to ws-cl-int-data
           end-perform

           display ws-cl-qtd " dias letivos gerados de " ws-cl-data-ini
                   " a " ws-cl-data-fim

           move "CALENDARIO"     to ws-aud-operacao
           move ws-cl-data-ini   to ws-aud-chave
           move spaces           to ws-aud-valor-ant
           move spaces           to ws-aud-valor-novo
           string "Gerado ate " ws-cl-data-fim " dias: " ws-cl-qtd
               delimited by size into ws-aud-valor-novo
           perform registrar-auditoria

           .
       gerar-ano-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca (ou remarca) um dia do calendario com o seu tipo
      *>------------------------------------------------------------------------
       marcar-dia-calendario section.

           display " Data (aaaammdd):"
           accept ws-cl-data
           display " Tipo: 'L'etivo / 'F'eriado / 'R'ecesso / re'P'osicao:"
           accept ws-cl-tipo
           display " Descricao:"
           accept ws-cl-descricao

           if function test-date-yyyymmdd (ws-cl-data) <> 0 then
               display "Data invalida!"
               go to marcar-dia-calendario-exit
           end-if

           evaluate ws-cl-tipo
               when "l"
                   move "L" to ws-cl-tipo
               when "f"
                   move "F" to ws-cl-tipo
               when "r"
                   move "R" to ws-cl-tipo
               when "p"
                   move "P" to ws-cl-tipo
               when other
                   continue
           end-evaluate

           if  ws-cl-tipo <> "L" and ws-cl-tipo <> "F"
           and ws-cl-tipo <> "R" and ws-cl-tipo <> "P" then
               display "Tipo invalido!"
               go to marcar-dia-calendario-exit
           end-if

           move spaces to ws-aud-valor-ant
           move ws-cl-data to fd-cl-data
           read arqCalendario
           if ws-fs-arqCalendario = 0 then
               string "Tipo:" fd-cl-tipo " " fd-cl-descricao
                   delimited by size into ws-aud-valor-ant
           else
               if ws-fs-arqCalendario <> 23 then
                   move 155                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-cl-data      to fd-cl-data
           move ws-cl-tipo      to fd-cl-tipo
           move ws-cl-descricao to fd-cl-descricao
           write fd-calendario
           if ws-fs-arqCalendario = 22 then
               rewrite fd-calendario
           end-if
           if ws-fs-arqCalendario <> 0 then
               move 156                                  to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                  to ws-msn-erro-cod
               move "Erro ao gravar arq. calendario "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Dia do calendario gravado!"

           move "CALENDARIO"     to ws-aud-operacao
           move ws-cl-data       to ws-aud-chave
           move spaces           to ws-aud-valor-novo
           string "Tipo:" ws-cl-tipo " " ws-cl-descricao
               delimited by size into ws-aud-valor-novo
           perform registrar-auditoria

           .
       marcar-dia-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os dias cadastrados de um mes e conta os dias letivos
      *>------------------------------------------------------------------------
       listar-calendario-mes section.

           display " Informe o mes (aaaamm):"
           accept ws-cl-ano-mes

           compute ws-cl-data-ini = (ws-cl-ano-mes * 100) + 1
           compute ws-cl-data-fim = (ws-cl-ano-mes * 100) + 31

           move 0 to ws-cl-qtd
           move ws-cl-data-ini to fd-cl-data
           start arqCalendario key is >= fd-cl-data
           if ws-fs-arqCalendario = 0 then
               perform until ws-fs-arqCalendario <> 0
                          or fd-cl-data > ws-cl-data-fim
                   read arqCalendario next
                   if  ws-fs-arqCalendario = 0
                   and fd-cl-data <= ws-cl-data-fim then
                       evaluate fd-cl-tipo
                           when "L"
                               move "LETIVO"    to ws-cl-tipo-desc
                               add 1 to ws-cl-qtd
                           when "P"
                               move "REPOSICAO" to ws-cl-tipo-desc
                               add 1 to ws-cl-qtd
                           when "F"
                               move "FERIADO"   to ws-cl-tipo-desc
                           when "R"
                               move "RECESSO"   to ws-cl-tipo-desc
                           when other
                               move "?"         to ws-cl-tipo-desc
                       end-evaluate
                       display fd-cl-data " " ws-cl-tipo-desc " " fd-cl-descricao
                   end-if
               end-perform

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 157                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Dias letivos no mes " ws-cl-ano-mes ": " ws-cl-qtd

           .
       listar-calendario-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a data em ws-cl-data e dia letivo ("L" ou "P")
      *>------------------------------------------------------------------------
       validar-dia-letivo section.

           move "N" to ws-dia-letivo

           move ws-cl-data to fd-cl-data
           read arqCalendario
           if ws-fs-arqCalendario = 0 then
               if fd-cl-tipo = "L" or fd-cl-tipo = "P" then
                   move "S" to ws-dia-letivo
               end-if
           else
               if ws-fs-arqCalendario <> 23 then
                   move 158                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       validar-dia-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os dias letivos entre ws-cl-data-ini e ws-cl-data-fim
      *>------------------------------------------------------------------------
       contar-dias-letivos section.

           move 0 to ws-cl-qtd-letivos

           move ws-cl-data-ini to fd-cl-data
           start arqCalendario key is >= fd-cl-data
           if ws-fs-arqCalendario = 0 then
               perform until ws-fs-arqCalendario <> 0
                          or fd-cl-data > ws-cl-data-fim
                   read arqCalendario next
                   if  ws-fs-arqCalendario = 0
                   and fd-cl-data <= ws-cl-data-fim then
                       if fd-cl-tipo = "L" or fd-cl-tipo = "P" then
                           add 1 to ws-cl-qtd-letivos
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 159                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-dias-letivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrencias disciplinares: a consulta e livre; a inclusao e
      *>  somente do perfil coordenador
      *>------------------------------------------------------------------------
       manter-ocorrencias section.

           display " ==== Ocorrencias Disciplinares ===="

           move space to ws-oc-acao
           perform until ws-oc-acao = "V" or ws-oc-acao = "v"
               display "'L'istar ocorrencias do aluno / 'I'ncluir ocorrencia / 'V'oltar:"
               accept ws-oc-acao

               evaluate ws-oc-acao
                   when "L"
                   when "l"
                       perform listar-ocorrencias

                   when "I"
                   when "i"
                       if operador-coordenador then
                           perform incluir-ocorrencia
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                   when "V"
                   when "v"
                       continue

                   when other
                       display "Acao invalida"
               end-evaluate
           end-perform

           .
       manter-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as ocorrencias de um aluno em ordem de data
      *>------------------------------------------------------------------------
       listar-ocorrencias section.

           display " Informe o Id do Aluno:"
           accept ws-id-aluno

           move ws-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos = 0 then
               display "Aluno: " fd-aluno " - Turma " fd-cod
           else
               if ws-fs-arqAlunos <> 23 then
                   move 163                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move 0 to ws-oc-qtd
           move ws-id-aluno to fd-oc-id-aluno
           move 0           to fd-oc-data
           move 0           to fd-oc-seq
           start arqOcorrencias key is >= fd-chave-ocor
           if ws-fs-arqOcorrencias = 0 then
               perform until ws-fs-arqOcorrencias <> 0
                          or fd-oc-id-aluno <> ws-id-aluno
                   read arqOcorrencias next
                   if  ws-fs-arqOcorrencias = 0
                   and fd-oc-id-aluno = ws-id-aluno then
                       add 1 to ws-oc-qtd
                       move fd-oc-tipo to ws-oc-tipo
                       perform descrever-ocorrencia
                       display fd-oc-data "-" fd-oc-seq " " ws-oc-tipo-desc
                               " Oper.: " fd-oc-operador
                       display "    " fd-oc-descricao
                       if fd-oc-dias-susp > 0 then
                           display "    Suspensao de " fd-oc-dias-susp
                                   " dia(s): " fd-oc-susp-ini " a " fd-oc-susp-fim
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqOcorrencias <> 0
               and ws-fs-arqOcorrencias <> 10 then
                   move 164                                  to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
                   move "Erro ao ler arq. ocorrencias "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Ocorrencias do aluno: " ws-oc-qtd

           .
       listar-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui uma ocorrencia, lanca os dias de suspensao na frequencia
      *>  como falta justificada e gera a carta ao responsavel
      *>------------------------------------------------------------------------
       incluir-ocorrencia section.

           display " Informe o Id do Aluno:"
           accept ws-id-aluno

           move ws-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos <> 0 then
               if ws-fs-arqAlunos = 23 then
                   display "Id de Aluno informado invalido!"
                   go to incluir-ocorrencia-exit
               end-if
               move 165                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunos "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-status <> "A" then
               display "Aluno nao esta ativo!"
               go to incluir-ocorrencia-exit
           end-if

           display "Aluno: " fd-aluno " - Turma " fd-cod
           display " Data da ocorrencia (aaaammdd):"
           accept ws-oc-data
           display " Tipo: 'A'dvertencia / 'S'uspensao / 'D'ano ao patrimonio / 'O'utra:"
           accept ws-oc-tipo
           display " Descricao:"
           move spaces to ws-oc-descricao
           accept ws-oc-descricao

           if function test-date-yyyymmdd (ws-oc-data) <> 0
           or ws-oc-data > ws-data-hoje then
               display "Data invalida!"
               go to incluir-ocorrencia-exit
           end-if

           evaluate ws-oc-tipo
               when "a"
                   move "A" to ws-oc-tipo
               when "s"
                   move "S" to ws-oc-tipo
               when "d"
                   move "D" to ws-oc-tipo
               when "o"
                   move "O" to ws-oc-tipo
               when other
                   continue
           end-evaluate

           if  ws-oc-tipo <> "A" and ws-oc-tipo <> "S"
           and ws-oc-tipo <> "D" and ws-oc-tipo <> "O" then
               display "Tipo invalido!"
               go to incluir-ocorrencia-exit
           end-if

           if ws-oc-descricao = spaces then
               display "Informe a descricao da ocorrencia!"
               go to incluir-ocorrencia-exit
           end-if

           move 0 to ws-oc-dias-susp
           move 0 to ws-oc-susp-ini
           move 0 to ws-oc-susp-fim
           if ws-oc-tipo = "S" then
               display " Dias letivos de suspensao (1 a 30):"
               accept ws-oc-dias-susp
               if ws-oc-dias-susp = 0 or ws-oc-dias-susp > 30 then
                   display "Dias de suspensao invalidos!"
                   go to incluir-ocorrencia-exit
               end-if

               perform apurar-periodo-suspensao
               if ws-oc-qtd-susp < ws-oc-dias-susp then
                   display "Calendario letivo sem dias suficientes apos a ocorrencia!"
                   go to incluir-ocorrencia-exit
               end-if
           end-if

      *>    proxima sequencia do aluno no dia
           move 0 to ws-oc-seq
           move ws-id-aluno to fd-oc-id-aluno
           move ws-oc-data  to fd-oc-data
           move 0           to fd-oc-seq
           start arqOcorrencias key is >= fd-chave-ocor
           if ws-fs-arqOcorrencias = 0 then
               perform until ws-fs-arqOcorrencias <> 0
                          or fd-oc-id-aluno <> ws-id-aluno
                          or fd-oc-data <> ws-oc-data
                   read arqOcorrencias next
                   if  ws-fs-arqOcorrencias = 0
                   and fd-oc-id-aluno = ws-id-aluno
                   and fd-oc-data = ws-oc-data then
                       move fd-oc-seq to ws-oc-seq
                   end-if
               end-perform

               if  ws-fs-arqOcorrencias <> 0
               and ws-fs-arqOcorrencias <> 10 then
                   move 166                                  to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
                   move "Erro ao ler arq. ocorrencias "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-oc-seq = 99 then
               display "Limite de ocorrencias do aluno no dia atingido!"
               go to incluir-ocorrencia-exit
           end-if
           add 1 to ws-oc-seq

           move ws-id-aluno     to fd-oc-id-aluno
           move ws-oc-data      to fd-oc-data
           move ws-oc-seq       to fd-oc-seq
           move ws-oc-tipo      to fd-oc-tipo
           move ws-oc-descricao to fd-oc-descricao
           move ws-op-codigo    to fd-oc-operador
           move ws-oc-dias-susp to fd-oc-dias-susp
           move ws-oc-susp-ini  to fd-oc-susp-ini
           move ws-oc-susp-fim  to fd-oc-susp-fim
           move fd-cod          to fd-oc-cod-turma
           write fd-ocorrencias
           if ws-fs-arqOcorrencias <> 0 then
               move 167                                  to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
               move "Erro ao gravar arq. ocorrencias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-oc-dias-susp > 0 then
               perform lancar-faltas-suspensao
           end-if

           move "OCORRENCIA"     to ws-aud-operacao
           move ws-id-aluno      to ws-aud-chave
           move spaces           to ws-aud-valor-ant
           move spaces           to ws-aud-valor-novo
           string "Data:" ws-oc-data " Seq:" ws-oc-seq " Tipo:" ws-oc-tipo
                  " Susp:" ws-oc-dias-susp
               delimited by size into ws-aud-valor-novo
           perform registrar-auditoria

           perform gerar-carta-ocorrencia

           display "Ocorrencia registrada! Carta gravada em cartasOcorrencia.txt"

           .
       incluir-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Periodo da suspensao: os ws-oc-dias-susp primeiros dias letivos
      *>  depois da data da ocorrencia (procura ate 90 dias corridos)
      *>------------------------------------------------------------------------
       apurar-periodo-suspensao section.

           move 0 to ws-oc-qtd-susp
           move 0 to ws-oc-qtd-dias
           move 0 to ws-oc-susp-ini
           move 0 to ws-oc-susp-fim

           compute ws-cl-int-data = function integer-of-date (ws-oc-data)
           perform until ws-oc-qtd-susp = ws-oc-dias-susp
                      or ws-oc-qtd-dias = 90
               add 1 to ws-cl-int-data
               add 1 to ws-oc-qtd-dias
               compute ws-cl-data = function date-of-integer (ws-cl-int-data)
               perform validar-dia-letivo
               if ws-dia-letivo = "S" then
                   add 1 to ws-oc-qtd-susp
                   if ws-oc-susp-ini = 0 then
                       move ws-cl-data to ws-oc-susp-ini
                   end-if
                   move ws-cl-data to ws-oc-susp-fim
               end-if
           end-perform

           .
       apurar-periodo-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava falta justificada "J" em cada dia letivo da suspensao,
      *>  substituindo a chamada que ja tenha sido feita no dia
      *>------------------------------------------------------------------------
       lancar-faltas-suspensao section.

           compute ws-cl-int-data = function integer-of-date (ws-oc-susp-ini)
           compute ws-cl-int-fim  = function integer-of-date (ws-oc-susp-fim)

           perform until ws-cl-int-data > ws-cl-int-fim
               compute ws-cl-data = function date-of-integer (ws-cl-int-data)
               perform validar-dia-letivo
               if ws-dia-letivo = "S" then
                   move ws-id-aluno to fd-fq-id-aluno
                   move ws-cl-data  to fd-fq-data
                   move "J"         to fd-fq-presenca
                   write fd-frequencia
                   if ws-fs-arqFrequencia = 22 then
                       rewrite fd-frequencia
                   end-if
                   if ws-fs-arqFrequencia <> 0 then
                       move 168                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                       move "Erro ao gravar arq. frequencia "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               add 1 to ws-cl-int-data
           end-perform

           .
       lancar-faltas-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descricao do tipo de ocorrencia em ws-oc-tipo
      *>------------------------------------------------------------------------
       descrever-ocorrencia section.

           evaluate ws-oc-tipo
               when "A"
                   move "ADVERTENCIA"          to ws-oc-tipo-desc
               when "S"
                   move "SUSPENSAO"            to ws-oc-tipo-desc
               when "D"
                   move "DANO AO PATRIMONIO"   to ws-oc-tipo-desc
               when "O"
                   move "OUTRA"                to ws-oc-tipo-desc
               when other
                   move "?"                    to ws-oc-tipo-desc
           end-evaluate

           .
       descrever-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carta de notificacao da ocorrencia ao responsavel marcado para
      *>  correspondencia (sem marca vale a mae do registro mestre, como
      *>  nas cartas de convocacao)
      *>------------------------------------------------------------------------
       gerar-carta-ocorrencia section.

           move fd-mae  to ws-oc-destinatario
           move "mae"   to ws-oc-parentesco

           move "N" to ws-oc-achou-resp
           move fd-id-aluno to fd-rs-id-aluno
           move 0           to fd-rs-seq
           start arqResponsaveis key is >= fd-chave-resp
           if ws-fs-arqResponsaveis = 0 then
               perform until ws-fs-arqResponsaveis <> 0
                          or fd-rs-id-aluno <> fd-id-aluno
                          or ws-oc-achou-resp = "S"
                   read arqResponsaveis next
                   if  ws-fs-arqResponsaveis = 0
                   and fd-rs-id-aluno = fd-id-aluno
                   and fd-rs-correspondencia = "S" then
                       move "S"              to ws-oc-achou-resp
                       move fd-rs-nome       to ws-oc-destinatario
                       move fd-rs-parentesco to ws-oc-parentesco
                   end-if
               end-perform

               if  ws-fs-arqResponsaveis <> 0
               and ws-fs-arqResponsaveis <> 10 then
                   move 169                                  to ws-msn-erro-ofsset
                   move ws-fs-arqResponsaveis                to ws-msn-erro-cod
                   move "Erro ao ler arq. responsaveis "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open extend arqCartasOcor
           if ws-fs-arqCartasOcor = 35 then
               open output arqCartasOcor
           end-if
           if ws-fs-arqCartasOcor <> 0 then
               move 170                                  to ws-msn-erro-ofsset
               move ws-fs-arqCartasOcor                  to ws-msn-erro-cod
               move "Erro ao abrir arq. cartas ocorr. "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform descrever-ocorrencia

           move "===============================================================================" to ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           string "Ao responsavel: " ws-oc-destinatario
                  " (" ws-oc-parentesco ")"
               delimited by size into ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           string "Endereco: " fd-endereco
               delimited by size into ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           string "Prezados responsaveis pelo(a) aluno(a) " fd-aluno
                  " - Turma " fd-cod
               delimited by size into ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           string "Comunicamos o registro, em " ws-oc-data (7:2) "/"
                  ws-oc-data (5:2) "/" ws-oc-data (1:4)
                  ", da ocorrencia disciplinar abaixo:"
               delimited by size into ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           string "Tipo: " ws-oc-tipo-desc
               delimited by size into ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           string "Descricao: " ws-oc-descricao
               delimited by size into ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           if ws-oc-dias-susp > 0 then
               move spaces to ws-carta-ocor-linha
               string "Suspensao de " ws-oc-dias-susp " dia(s) letivo(s), de "
                      ws-oc-susp-ini (7:2) "/" ws-oc-susp-ini (5:2) "/"
                      ws-oc-susp-ini (1:4) " a "
                      ws-oc-susp-fim (7:2) "/" ws-oc-susp-fim (5:2) "/"
                      ws-oc-susp-fim (1:4) "."
                   delimited by size into ws-carta-ocor-linha
               write fd-carta-ocor-linha from ws-carta-ocor-linha
           end-if

           move spaces to ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move "Solicitamos o comparecimento a secretaria da escola para"
                                                  to ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move "tratar do acompanhamento escolar do(a) aluno(a)."
                                                  to ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move spaces to ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           move "Atenciosamente, A Coordenacao"  to ws-carta-ocor-linha
           write fd-carta-ocor-linha from ws-carta-ocor-linha

           if ws-fs-arqCartasOcor <> 0 then
               move 171                                  to ws-msn-erro-ofsset
               move ws-fs-arqCartasOcor                  to ws-msn-erro-cod
               move "Erro ao gravar arq. cartas ocorr. " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCartasOcor
           if ws-fs-arqCartasOcor <> 0 then
               move 172                                  to ws-msn-erro-ofsset
               move ws-fs-arqCartasOcor                  to ws-msn-erro-cod
               move "Erro ao fechar arq. cartas ocorr. " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gerar-carta-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Declaracoes oficiais: emissao a partir do cadastro e conferencia
      *>  de autenticidade pelo numero e codigo impressos no documento
      *>------------------------------------------------------------------------
       manter-declaracoes section.

           display " ==== Declaracoes ===="

           move space to ws-dc-acao
           perform until ws-dc-acao = "V" or ws-dc-acao = "v"
               display "'E'mitir declaracao / 'C'onferir autenticidade / 'V'oltar:"
               accept ws-dc-acao

               evaluate ws-dc-acao
                   when "E"
                   when "e"
                       perform emitir-declaracao

                   when "C"
                   when "c"
                       perform conferir-declaracao

                   when "V"
                   when "v"
                       continue

                   when other
                       display "Acao invalida"
               end-evaluate
           end-perform

           .
       manter-declaracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emite uma declaracao: numero sequencial, codigo de autenticacao,
      *>  gravacao no registro das emitidas e impressao em declaracoes.txt
      *>------------------------------------------------------------------------
       emitir-declaracao section.

           display " Informe o Id do Aluno:"
           accept ws-id-aluno
           display " Tipo: 'M'atricula / 'F'requencia / 'N'otas em andamento / 'T'ransferencia:"
           accept ws-dc-tipo

           evaluate ws-dc-tipo
               when "m"
                   move "M" to ws-dc-tipo
               when "f"
                   move "F" to ws-dc-tipo
               when "n"
                   move "N" to ws-dc-tipo
               when "t"
                   move "T" to ws-dc-tipo
               when other
                   continue
           end-evaluate

           if  ws-dc-tipo <> "M" and ws-dc-tipo <> "F"
           and ws-dc-tipo <> "N" and ws-dc-tipo <> "T" then
               display "Tipo invalido!"
               go to emitir-declaracao-exit
           end-if

      *>    aluno desligado (excluido logicamente) sai do cadastro ativo e
      *>    fica no arquivo de excluidos, de mesmo layout: so a declaracao
      *>    de transferencia e emitida a partir dele
           move "N" to ws-dc-excluido
           move ws-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos <> 0 then
               if ws-fs-arqAlunos = 23 then
                   if ws-dc-tipo <> "T" then
                       display "Id de Aluno informado invalido!"
                       go to emitir-declaracao-exit
                   end-if
                   move ws-id-aluno to fd-id-aluno-exc
                   read arqAlunosExcluidos
                   if ws-fs-arqAlunosExc <> 0 then
                       if ws-fs-arqAlunosExc = 23 then
                           display "Id de Aluno informado invalido!"
                           go to emitir-declaracao-exit
                       end-if
                       move 232                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAlunosExc                   to ws-msn-erro-cod
                       move "Erro ao ler arq. excluidos "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move fd-alunos-exc to fd-alunos
                   move "S" to ws-dc-excluido
               else
                   move 175                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>    matricula, frequencia e notas so para aluno ativo; a de
      *>    transferencia vale tambem para quem ja foi desligado
           if  fd-status <> "A"
           and ws-dc-tipo <> "T" then
               display "Aluno nao esta ativo: somente declaracao de transferencia!"
               go to emitir-declaracao-exit
           end-if

           move fd-alunos to ws-alunos
           move fd-notas  to ws-notas

      *>    proximo numero: o maior ja registrado + 1
           move 0 to ws-dc-numero
           move 0 to fd-dc-numero
           start arqDeclaracoes key is >= fd-dc-numero
           if ws-fs-arqDeclaracoes = 0 then
               perform until ws-fs-arqDeclaracoes <> 0
                   read arqDeclaracoes next
                   if ws-fs-arqDeclaracoes = 0 then
                       move fd-dc-numero to ws-dc-numero
                   end-if
               end-perform

               if ws-fs-arqDeclaracoes <> 10 then
                   move 176                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDeclaracoes                 to ws-msn-erro-cod
                   move "Erro ao ler arq. declaracoes "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           add 1 to ws-dc-numero

           move function current-date (1:14) to ws-dc-data-hora
           perform gerar-codigo-autenticacao

           move ws-dc-numero    to fd-dc-numero
           move ws-dc-codigo    to fd-dc-codigo
           move ws-dc-tipo      to fd-dc-tipo
           move ws-id-aluno     to fd-dc-id-aluno
           move ws-aluno        to fd-dc-aluno
           move ws-cod          to fd-dc-cod-turma
           move ws-dc-data-hora to fd-dc-data-hora
           move ws-op-codigo    to fd-dc-operador
           write fd-declaracoes
           if ws-fs-arqDeclaracoes <> 0 then
               move 177                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                 to ws-msn-erro-cod
               move "Erro ao gravar arq. declaracoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform imprimir-declaracao

           display "Declaracao " ws-dc-numero " emitida - codigo " ws-dc-codigo
           display "Declaracao gravada em declaracoes.txt"

           .
       emitir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Codigo de autenticacao de 6 posicoes (digitos e letras, sem I e
      *>  O) a partir do numero, do Id e da hora da emissao
      *>------------------------------------------------------------------------
       gerar-codigo-autenticacao section.

           move function current-date (9:8) to ws-dc-hora
           move ws-dc-data-hora (1:8)        to ws-dc-data
           compute ws-dc-semente = (ws-dc-numero * 1000003)
                                 + (ws-id-aluno * 7919)
                                 + (ws-dc-hora * 104729)
                                 + ws-dc-data

           move spaces to ws-dc-codigo
           perform varying ws-dc-ind from 1 by 1 until ws-dc-ind > 6
               divide ws-dc-semente by 34 giving ws-dc-quoc
                      remainder ws-dc-resto
               move ws-dc-letra(ws-dc-resto + 1) to ws-dc-codigo (ws-dc-ind:1)
               compute ws-dc-semente = ws-dc-quoc + (ws-dc-resto * 7727)
           end-perform

           .
       gerar-codigo-autenticacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descricao do tipo de declaracao em ws-dc-tipo
      *>------------------------------------------------------------------------
       descrever-declaracao section.

           evaluate ws-dc-tipo
               when "M"
                   move "MATRICULA"             to ws-dc-tipo-desc
               when "F"
                   move "FREQUENCIA"            to ws-dc-tipo-desc
               when "N"
                   move "NOTAS EM ANDAMENTO"    to ws-dc-tipo-desc
               when "T"
                   move "TRANSFERENCIA"         to ws-dc-tipo-desc
               when other
                   move "?"                     to ws-dc-tipo-desc
           end-evaluate

           .
       descrever-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Texto da declaracao do aluno corrente em ws-alunos, conforme o tipo
      *>------------------------------------------------------------------------
       imprimir-declaracao section.

           move ws-cod to fd-tu-cod
           read arqTurmas
           if ws-fs-arqTurmas <> 0 then
               if ws-fs-arqTurmas <> 23 then
                   move 178                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                      to ws-msn-erro-cod
                   move "Erro ao ler arq. turmas "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces to fd-tu-descricao
           end-if

           perform descrever-declaracao

           open extend arqDeclRel
           if ws-fs-arqDeclRel = 35 then
               open output arqDeclRel
           end-if
           if ws-fs-arqDeclRel <> 0 then
               move 179                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeclRel                     to ws-msn-erro-cod
               move "Erro ao abrir arq. declaracoes rel "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "===============================================================================" to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           string "DECLARACAO DE " ws-dc-tipo-desc
               delimited by size into ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           string "Numero: " ws-dc-numero
                  "     Codigo de autenticacao: " ws-dc-codigo
               delimited by size into ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           string "Declaramos que " ws-aluno ", Id " ws-id-aluno ","
               delimited by size into ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           string "filho(a) de " ws-mae
               delimited by size into ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           evaluate ws-dc-tipo
               when "M"
                   move spaces to ws-boletim-linha
                   string "esta regularmente matriculado(a) nesta escola na turma "
                          ws-cod
                       delimited by size into ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

                   move spaces to ws-boletim-linha
                   string fd-tu-descricao ", no ano letivo de "
                          ws-dc-data-hora (1:4) "."
                       delimited by size into ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

               when "F"
                   perform apurar-frequencia
                   move ws-pct-freq to ws-pct-freq-ed
                   move spaces to ws-boletim-linha
                   string "aluno(a) da turma " ws-cod " " fd-tu-descricao
                          ", apresenta no ano letivo"
                       delimited by size into ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

                   move spaces to ws-boletim-linha
                   string "de " ws-dc-data-hora (1:4) " frequencia de "
                          ws-pct-freq-ed " % (" ws-qtd-freq-pres
                          " presencas em " ws-qtd-freq-total " dias) ate "
                          ws-dc-data-hora (7:2) "/" ws-dc-data-hora (5:2) "/"
                          ws-dc-data-hora (1:4) "."
                       delimited by size into ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

               when "N"
                   move spaces to ws-boletim-linha
                   string "aluno(a) da turma " ws-cod " " fd-tu-descricao
                          ", obteve ate esta data as"
                       delimited by size into ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

                   move "notas abaixo no periodo letivo em andamento:"
                                         to ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

                   move spaces to ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha
                   perform imprimir-notas-declaracao

               when "T"
                   move spaces to ws-boletim-linha
                   if  ws-dc-excluido = "N"
                   and fd-status = "A" then
                       string "e aluno(a) desta escola na turma " ws-cod " "
                              fd-tu-descricao
                           delimited by size into ws-boletim-linha
                   else
                       string "foi aluno(a) desta escola na turma " ws-cod " "
                              fd-tu-descricao
                           delimited by size into ws-boletim-linha
                   end-if
                   write fd-decl-rel-linha from ws-boletim-linha

                   move "e que lhe foi concedida transferencia, a pedido do responsavel,"
                                         to ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

                   move "com o seguinte resumo da vida escolar nesta escola:"
                                         to ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha

                   move spaces to ws-boletim-linha
                   write fd-decl-rel-linha from ws-boletim-linha
                   perform imprimir-resumo-transferencia
           end-evaluate

           move spaces to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move "Por ser verdade, firmamos a presente declaracao."
                                 to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           string "Emitida em " ws-dc-data-hora (7:2) "/" ws-dc-data-hora (5:2)
                  "/" ws-dc-data-hora (1:4) " as " ws-dc-data-hora (9:2) ":"
                  ws-dc-data-hora (11:2) " por " ws-op-codigo
               delimited by size into ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move "   ____________________________________" to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move "   Secretaria Escolar"                   to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move spaces to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move "A autenticidade desta declaracao pode ser conferida na secretaria"
                                 to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move "da escola pelo numero e pelo codigo de autenticacao acima."
                                 to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           if ws-fs-arqDeclRel <> 0 then
               move 180                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeclRel                     to ws-msn-erro-cod
               move "Erro ao gravar arq. declaracoes rel " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDeclRel
           if ws-fs-arqDeclRel <> 0 then
               move 181                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeclRel                     to ws-msn-erro-cod
               move "Erro ao fechar arq. declaracoes rel " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Notas do periodo em andamento (arqNotasDisc) para a declaracao
      *>------------------------------------------------------------------------
       imprimir-notas-declaracao section.

           move "Disciplina           Nota1 Nota2 Nota3 Nota4 Media"
                                 to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           move 0 to ws-dc-qtd
           move ws-id-aluno to fd-nd-id-aluno
           move low-values  to fd-nd-cod-disc
           start arqNotasDisc key is >= fd-chave-nota-disc
           if ws-fs-arqNotasDisc = 0 then
               perform until ws-fs-arqNotasDisc <> 0
                          or fd-nd-id-aluno <> ws-id-aluno
                   read arqNotasDisc next
                   if  ws-fs-arqNotasDisc = 0
                   and fd-nd-id-aluno = ws-id-aluno then
                       add 1 to ws-dc-qtd

                       move fd-nd-cod-disc to fd-cod-disc
                       read arqDisciplinas key is fd-cod-disc
                       if ws-fs-arqDisciplinas = 0 then
                           move fd-nome-disc   to ws-bd-nome
                       else
                           move fd-nd-cod-disc to ws-bd-nome
                       end-if

                       move fd-nd-nota1 to ws-bd-nota1
                       move fd-nd-nota2 to ws-bd-nota2
                       move fd-nd-nota3 to ws-bd-nota3
                       move fd-nd-nota4 to ws-bd-nota4
                       move fd-nd-media to ws-bd-media
                       move spaces      to ws-bd-situacao

                       move ws-boletim-disc-linha to ws-boletim-linha
                       write fd-decl-rel-linha from ws-boletim-linha
                   end-if
               end-perform

               if  ws-fs-arqNotasDisc <> 0
               and ws-fs-arqNotasDisc <> 10 then
                   move 182                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                   to ws-msn-erro-cod
                   move "Erro ao ler arq. notas disciplina " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-dc-qtd = 0 then
               move "Sem notas lancadas no periodo."  to ws-boletim-linha
               write fd-decl-rel-linha from ws-boletim-linha
           end-if

           .
       imprimir-notas-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo para transferencia: media e situacao de cada semestre
      *>  encerrado (arqHistorico) e a frequencia do ano em curso
      *>------------------------------------------------------------------------
       imprimir-resumo-transferencia section.

           move 0 to ws-dc-qtd
           move ws-id-aluno to fd-h-id-aluno
           move 0           to fd-h-ano
           move 0           to fd-h-semestre
           move low-values  to fd-h-cod-disc
           start arqHistorico key is >= fd-chave-hist
           if ws-fs-arqHistorico = 0 then
               perform until ws-fs-arqHistorico <> 0
                          or fd-h-id-aluno <> ws-id-aluno
                   read arqHistorico next
                   if  ws-fs-arqHistorico = 0
                   and fd-h-id-aluno = ws-id-aluno
                   and fd-h-cod-disc = spaces then
                       add 1 to ws-dc-qtd
                       move fd-h-media to ws-nota-ed
                       move spaces to ws-boletim-linha
                       string "Ano " fd-h-ano " - Semestre " fd-h-semestre
                              " - Media Geral " ws-nota-ed
                              " - Situacao " fd-h-situacao
                           delimited by size into ws-boletim-linha
                       write fd-decl-rel-linha from ws-boletim-linha
                   end-if
               end-perform

               if  ws-fs-arqHistorico <> 0
               and ws-fs-arqHistorico <> 10 then
                   move 183                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao ler arq. historico "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-dc-qtd = 0 then
               move "Sem semestres encerrados nesta escola."  to ws-boletim-linha
               write fd-decl-rel-linha from ws-boletim-linha
           end-if

           perform apurar-frequencia
           if ws-qtd-freq-total > 0 then
               move ws-pct-freq to ws-pct-freq-ed
               move spaces to ws-boletim-linha
               string "Frequencia no ano em curso: " ws-pct-freq-ed " %"
                   delimited by size into ws-boletim-linha
               write fd-decl-rel-linha from ws-boletim-linha
           end-if

           move "O historico escolar completo acompanha esta declaracao."
                                 to ws-boletim-linha
           write fd-decl-rel-linha from ws-boletim-linha

           .
       imprimir-resumo-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia de autenticidade de uma declaracao apresentada por
      *>  outra escola ou empregador: numero + codigo de autenticacao
      *>------------------------------------------------------------------------
       conferir-declaracao section.

           display " Numero da declaracao:"
           accept ws-dc-numero
           display " Codigo de autenticacao:"
           move spaces to ws-dc-codigo
           accept ws-dc-codigo
           inspect ws-dc-codigo converting
                   "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move ws-dc-numero to fd-dc-numero
           read arqDeclaracoes
           if ws-fs-arqDeclaracoes <> 0 then
               if ws-fs-arqDeclaracoes = 23 then
                   display "Declaracao nao registrada: documento NAO autentico!"
                   go to conferir-declaracao-exit
               end-if
               move 184                                  to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                 to ws-msn-erro-cod
               move "Erro ao ler arq. declaracoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-dc-codigo <> ws-dc-codigo then
               display "Codigo nao confere: documento NAO autentico!"
               go to conferir-declaracao-exit
           end-if

           move fd-dc-tipo to ws-dc-tipo
           perform descrever-declaracao
           display "Declaracao AUTENTICA:"
           display "  Tipo....: " ws-dc-tipo-desc
           display "  Aluno...: " fd-dc-id-aluno " - " fd-dc-aluno
           display "  Turma...: " fd-dc-cod-turma
           display "  Emitida.: " fd-dc-data-hora (7:2) "/" fd-dc-data-hora (5:2)
                   "/" fd-dc-data-hora (1:4) " " fd-dc-data-hora (9:2) ":"
                   fd-dc-data-hora (11:2) " por " fd-dc-operador

           .
       conferir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Janelas de lancamento de notas por bimestre (somente perfil
      *>  coordenador): datas de abertura/fechamento e reaberturas
      *>------------------------------------------------------------------------
       manter-bimestres section.

           display " ==== Bimestres - Janelas de Notas ===="

           move space to ws-bm-acao
           perform until ws-bm-acao = "V" or ws-bm-acao = "v"
               display "'G'ravar datas / 'R'eabrir turma/disciplina / 'L'istar ano / 'V'oltar:"
               accept ws-bm-acao

               evaluate ws-bm-acao
                   when "G"
                   when "g"
                       perform gravar-datas-bimestre

                   when "R"
                   when "r"
                       perform reabrir-bimestre

                   when "L"
                   when "l"
                       perform listar-bimestres

                   when "V"
                   when "v"
                       continue

                   when other
                       display "Acao invalida"
               end-evaluate
           end-perform

           .
       manter-bimestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava) a abertura e o fechamento de um bimestre
      *>------------------------------------------------------------------------
       gravar-datas-bimestre section.

           display " Ano (aaaa):"
           accept ws-bm-ano
           display " Bimestre (1 a 4):"
           accept ws-bm-bimestre
           display " Data de abertura (aaaammdd):"
           accept ws-bm-abertura
           display " Data de fechamento (aaaammdd):"
           accept ws-bm-fechamento

           if ws-bm-bimestre < 1 or ws-bm-bimestre > 4 then
               display "Bimestre invalido!"
               go to gravar-datas-bimestre-exit
           end-if

           if function test-date-yyyymmdd (ws-bm-abertura) <> 0
           or function test-date-yyyymmdd (ws-bm-fechamento) <> 0
           or ws-bm-fechamento < ws-bm-abertura then
               display "Periodo invalido!"
               go to gravar-datas-bimestre-exit
           end-if

           move spaces to ws-aud-valor-ant
           move ws-bm-ano      to fd-bm-ano
           move ws-bm-bimestre to fd-bm-bimestre
           read arqBimestres
           if ws-fs-arqBimestres = 0 then
               string "Abre:" fd-bm-abertura " Fecha:" fd-bm-fechamento
                   delimited by size into ws-aud-valor-ant
           else
               if ws-fs-arqBimestres <> 23 then
                   move 189                                  to ws-msn-erro-ofsset
                   move ws-fs-arqBimestres                   to ws-msn-erro-cod
                   move "Erro ao ler arq. bimestres "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-bm-ano        to fd-bm-ano
           move ws-bm-bimestre   to fd-bm-bimestre
           move ws-bm-abertura   to fd-bm-abertura
           move ws-bm-fechamento to fd-bm-fechamento
           write fd-bimestres
           if ws-fs-arqBimestres = 22 then
               rewrite fd-bimestres
           end-if
           if ws-fs-arqBimestres <> 0 then
               move 190                                  to ws-msn-erro-ofsset
               move ws-fs-arqBimestres                   to ws-msn-erro-cod
               move "Erro ao gravar arq. bimestres "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Bimestre " ws-bm-bimestre "/" ws-bm-ano " gravado!"

           move "BIMESTRE"       to ws-aud-operacao
           move spaces           to ws-aud-chave
           string ws-bm-ano ws-bm-bimestre
               delimited by size into ws-aud-chave
           move spaces           to ws-aud-valor-novo
           string "Abre:" ws-bm-abertura " Fecha:" ws-bm-fechamento
               delimited by size into ws-aud-valor-novo
           perform registrar-auditoria

           .
       gravar-datas-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reabre um bimestre ja encerrado do ano corrente para uma
      *>  turma+disciplina ate a data informada; o motivo vai para a
      *>  trilha de auditoria
      *>------------------------------------------------------------------------
       reabrir-bimestre section.

           move ws-data-hoje (1:4) to ws-bm-ano

           display " Bimestre (1 a 4):"
           accept ws-bm-bimestre
           display " Cod da turma:"
           accept ws-bm-cod-turma
           display " Cod da disciplina:"
           accept ws-bm-cod-disc
           display " Reaberto ate (aaaammdd):"
           accept ws-bm-ate
           display " Motivo da reabertura:"
           move spaces to ws-bm-motivo
           accept ws-bm-motivo

           if ws-bm-bimestre < 1 or ws-bm-bimestre > 4 then
               display "Bimestre invalido!"
               go to reabrir-bimestre-exit
           end-if

           move ws-bm-ano      to fd-bm-ano
           move ws-bm-bimestre to fd-bm-bimestre
           read arqBimestres
           if ws-fs-arqBimestres <> 0 then
               if ws-fs-arqBimestres = 23 then
                   display "Bimestre sem janela cadastrada em " ws-bm-ano "!"
                   go to reabrir-bimestre-exit
               end-if
               move 191                                  to ws-msn-erro-ofsset
               move ws-fs-arqBimestres                   to ws-msn-erro-cod
               move "Erro ao ler arq. bimestres "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-data-hoje <= fd-bm-fechamento then
               display "Bimestre ainda nao encerrado (fecha em "
                       fd-bm-fechamento ")!"
               go to reabrir-bimestre-exit
           end-if

           move ws-bm-cod-turma to fd-tu-cod
           read arqTurmas
           if ws-fs-arqTurmas <> 0 then
               if ws-fs-arqTurmas = 23 then
                   display "Turma nao cadastrada!"
                   go to reabrir-bimestre-exit
               end-if
               move 192                                  to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                      to ws-msn-erro-cod
               move "Erro ao ler arq. turmas "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-bm-cod-disc to fd-cod-disc
           read arqDisciplinas key is fd-cod-disc
           if ws-fs-arqDisciplinas <> 0 then
               if ws-fs-arqDisciplinas = 23 then
                   display "Disciplina nao cadastrada!"
                   go to reabrir-bimestre-exit
               end-if
               move 193                                  to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
               move "Erro ao ler arq. disciplinas "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if function test-date-yyyymmdd (ws-bm-ate) <> 0
           or ws-bm-ate < ws-data-hoje then
               display "Data limite da reabertura invalida!"
               go to reabrir-bimestre-exit
           end-if

           if ws-bm-motivo = spaces then
               display "Motivo da reabertura obrigatorio!"
               go to reabrir-bimestre-exit
           end-if

           move spaces to ws-aud-valor-ant
           move ws-bm-ano       to fd-ra-ano
           move ws-bm-bimestre  to fd-ra-bimestre
           move ws-bm-cod-turma to fd-ra-cod-turma
           move ws-bm-cod-disc  to fd-ra-cod-disc
           read arqReaberturas
           if ws-fs-arqReaberturas = 0 then
               string "Fecha:" fd-bm-fechamento " Reab.ate:" fd-ra-ate
                   delimited by size into ws-aud-valor-ant
           else
               if ws-fs-arqReaberturas <> 23 then
                   move 194                                  to ws-msn-erro-ofsset
                   move ws-fs-arqReaberturas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. reaberturas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               string "Fecha:" fd-bm-fechamento
                   delimited by size into ws-aud-valor-ant
           end-if

           move ws-bm-ano       to fd-ra-ano
           move ws-bm-bimestre  to fd-ra-bimestre
           move ws-bm-cod-turma to fd-ra-cod-turma
           move ws-bm-cod-disc  to fd-ra-cod-disc
           move ws-bm-ate       to fd-ra-ate
           move ws-bm-motivo    to fd-ra-motivo
           move ws-op-codigo    to fd-ra-operador
           move ws-data-hoje    to fd-ra-data
           write fd-reaberturas
           if ws-fs-arqReaberturas = 22 then
               rewrite fd-reaberturas
           end-if
           if ws-fs-arqReaberturas <> 0 then
               move 195                                  to ws-msn-erro-ofsset
               move ws-fs-arqReaberturas                 to ws-msn-erro-cod
               move "Erro ao gravar arq. reaberturas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Bimestre " ws-bm-bimestre " reaberto para " ws-bm-cod-turma
                   "/" ws-bm-cod-disc " ate " ws-bm-ate

           move "REABERTURA"     to ws-aud-operacao
           move spaces           to ws-aud-chave
           string ws-bm-cod-turma ws-bm-cod-disc ws-bm-bimestre
               delimited by size into ws-aud-chave
           move spaces           to ws-aud-valor-novo
           string "Ate:" ws-bm-ate " " ws-bm-motivo
               delimited by size into ws-aud-valor-novo
           perform registrar-auditoria

           .
       reabrir-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as janelas dos bimestres de um ano, com a situacao de hoje,
      *>  e as reaberturas concedidas
      *>------------------------------------------------------------------------
       listar-bimestres section.

           display " Ano (aaaa):"
           accept ws-bm-ano

           perform varying ws-bm-bimestre from 1 by 1 until ws-bm-bimestre > 4
               move ws-bm-ano      to fd-bm-ano
               move ws-bm-bimestre to fd-bm-bimestre
               read arqBimestres
               if ws-fs-arqBimestres = 0 then
                   evaluate true
                       when ws-data-hoje < fd-bm-abertura
                           move "NAO ABERTO"   to ws-bm-situacao-desc
                       when ws-data-hoje <= fd-bm-fechamento
                           move "ABERTO"       to ws-bm-situacao-desc
                       when other
                           move "ENCERRADO"    to ws-bm-situacao-desc
                   end-evaluate
                   display "Bimestre " ws-bm-bimestre ": " fd-bm-abertura
                           " a " fd-bm-fechamento " " ws-bm-situacao-desc
               else
                   if ws-fs-arqBimestres <> 23 then
                       move 196                                  to ws-msn-erro-ofsset
                       move ws-fs-arqBimestres                   to ws-msn-erro-cod
                       move "Erro ao ler arq. bimestres "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Bimestre " ws-bm-bimestre ": sem janela (livre)"
               end-if
           end-perform

           move 0 to ws-bm-qtd
           move ws-bm-ano  to fd-ra-ano
           move 0          to fd-ra-bimestre
           move low-values to fd-ra-cod-turma
           move low-values to fd-ra-cod-disc
           start arqReaberturas key is >= fd-chave-reabertura
           if ws-fs-arqReaberturas = 0 then
               perform until ws-fs-arqReaberturas <> 0
                          or fd-ra-ano <> ws-bm-ano
                   read arqReaberturas next
                   if  ws-fs-arqReaberturas = 0
                   and fd-ra-ano = ws-bm-ano then
                       add 1 to ws-bm-qtd
                       display "Reab. bim " fd-ra-bimestre " " fd-ra-cod-turma
                               "/" fd-ra-cod-disc " ate " fd-ra-ate
                               " por " fd-ra-operador ": " fd-ra-motivo
                   end-if
               end-perform

               if  ws-fs-arqReaberturas <> 0
               and ws-fs-arqReaberturas <> 10 then
                   move 197                                  to ws-msn-erro-ofsset
                   move ws-fs-arqReaberturas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. reaberturas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Reaberturas em " ws-bm-ano ": " ws-bm-qtd

           .
       listar-bimestres-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica das janelas de notas do aluno corrente (fd-cod) na
      *>  disciplina ws-cod-disc: cada nota que muda em relacao a gravada
      *>  (zero quando ainda nao ha registro) precisa estar com o bimestre
      *>  aberto ou reaberto para a turma+disciplina. Espera arqNotasDisc
      *>  recem-lido (ws-fs-arqNotasDisc) e as notas novas em ws-notas
      *>------------------------------------------------------------------------
       validar-janela-notas section.

           move "S"    to ws-jn-ok
           move spaces to ws-jn-motivo

           if ws-fs-arqNotasDisc = 0 then
               move fd-nd-notas to ws-jn-notas-ant
           else
               move zeros       to ws-jn-notas-ant
           end-if
           move ws-notas to ws-jn-notas-novas

           perform varying ws-jn-bim from 1 by 1 until ws-jn-bim > 4
               move "A" to ws-jn-estado (ws-jn-bim)
               if ws-jn-nota-nova (ws-jn-bim) <> ws-jn-nota-ant (ws-jn-bim) then
                   perform apurar-situacao-bimestre
                   move ws-bm-situacao to ws-jn-estado (ws-jn-bim)
                   if ws-jn-ok = "S" then
                       if ws-bm-situacao = "N" then
                           move "N" to ws-jn-ok
                           string "Bimestre " ws-jn-bim
                                  " ainda nao aberto para notas"
                               delimited by size into ws-jn-motivo
                       end-if
                       if ws-bm-situacao = "F" then
                           move "N" to ws-jn-ok
                           string "Bimestre " ws-jn-bim
                                  " encerrado: nota bloqueada"
                               delimited by size into ws-jn-motivo
                       end-if
                   end-if
               end-if
           end-perform

           .
       validar-janela-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao hoje do bimestre ws-jn-bim para a turma fd-cod e a
      *>  disciplina ws-cod-disc: "A" aberto (ou sem janela cadastrada),
      *>  "N" nao aberto, "F" encerrado ou "R" reaberto pelo coordenador
      *>------------------------------------------------------------------------
       apurar-situacao-bimestre section.

           move "A" to ws-bm-situacao

           move ws-data-hoje (1:4) to fd-bm-ano
           move ws-jn-bim          to fd-bm-bimestre
           read arqBimestres
           if ws-fs-arqBimestres <> 0 then
               if ws-fs-arqBimestres <> 23 then
                   move 198                                  to ws-msn-erro-ofsset
                   move ws-fs-arqBimestres                   to ws-msn-erro-cod
                   move "Erro ao ler arq. bimestres "        to ws-msn-erro-text
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

           move fd-bm-ano      to fd-ra-ano
           move fd-bm-bimestre to fd-ra-bimestre
           move fd-cod         to fd-ra-cod-turma
           move ws-cod-disc    to fd-ra-cod-disc
           read arqReaberturas
           if ws-fs-arqReaberturas = 0 then
               if ws-data-hoje <= fd-ra-ate then
                   move "R" to ws-bm-situacao
               end-if
           else
               if ws-fs-arqReaberturas <> 23 then
                   move 199                                  to ws-msn-erro-ofsset
                   move ws-fs-arqReaberturas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. reaberturas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       apurar-situacao-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra em notasTardias.txt cada nota alterada sob reabertura
      *>  (situacao "R" apurada em validar-janela-notas)
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
      *>  Uma linha de lancamento tardio (bimestre ws-jn-bim)
      *>------------------------------------------------------------------------
       gravar-nota-tardia section.

           open extend arqNotasTardias
           if ws-fs-arqNotasTardias = 35 then
               open output arqNotasTardias
           end-if
           if ws-fs-arqNotasTardias <> 0 then
               move 200                                  to ws-msn-erro-ofsset
               move ws-fs-arqNotasTardias                to ws-msn-erro-cod
               move "Erro ao abrir arq. notas tardias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                          to fd-notas-tardias
           move function current-date (1:14)    to fd-nt-data-hora
           move ws-op-codigo                    to fd-nt-operador
           move ws-jn-origem                    to fd-nt-origem
           move ws-id-aluno                     to fd-nt-id-aluno
           move fd-cod                          to fd-nt-cod-turma
           move ws-cod-disc                     to fd-nt-cod-disc
           move ws-jn-bim                       to fd-nt-bimestre
           move ws-jn-nota-ant (ws-jn-bim)      to fd-nt-nota-ant
           move ws-jn-nota-nova (ws-jn-bim)     to fd-nt-nota-nova
           write fd-notas-tardias
           if ws-fs-arqNotasTardias <> 0 then
               move 201                                  to ws-msn-erro-ofsset
               move ws-fs-arqNotasTardias                to ws-msn-erro-cod
               move "Erro ao gravar arq. notas tardias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotasTardias
           if ws-fs-arqNotasTardias <> 0 then
               move 202                                  to ws-msn-erro-ofsset
               move ws-fs-arqNotasTardias                to ws-msn-erro-cod
               move "Erro ao fechar arq. notas tardias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-nota-tardia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pedidos de correcao de nota ja fechada no historico: qualquer
      *>  perfil registra o pedido, so o coordenador aprova ou nega
      *>------------------------------------------------------------------------
       manter-correcoes-nota section.

           display " ==== Pedidos de Correcao de Nota ===="

           move space to ws-cn-acao
           perform until ws-cn-acao = "V" or ws-cn-acao = "v"
               display "'S'olicitar correcao / 'D'ecidir pedido / 'L'istar pendentes / 'V'oltar:"
               accept ws-cn-acao

               evaluate ws-cn-acao
                   when "S"
                   when "s"
                       perform solicitar-correcao-nota

                   when "D"
                   when "d"
                       if operador-coordenador then
                           perform decidir-correcao-nota
                       else
                           display "Operacao restrita ao perfil coordenador!"
                       end-if

                   when "L"
                   when "l"
                       perform listar-correcoes-nota

                   when "V"
                   when "v"
                       continue

                   when other
                       display "Acao invalida"
               end-evaluate
           end-perform

           .
       manter-correcoes-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra um pedido de correcao: a nota anterior informada tem que
      *>  conferir com a gravada na linha da disciplina no historico
      *>------------------------------------------------------------------------
       solicitar-correcao-nota section.

           display " Informe o Id do Aluno:"
           accept ws-id-aluno
           display " Ano do semestre fechado (aaaa):"
           accept ws-cn-ano
           display " Semestre (1 ou 2):"
           accept ws-cn-semestre
           display " Cod da disciplina:"
           move spaces to ws-cn-cod-disc
           accept ws-cn-cod-disc
           display " Nota a corrigir (1 a 4):"
           accept ws-cn-num-nota
           display " Nota anterior (como consta no historico):"
           accept ws-cn-nota-ant
           display " Nota correta (0,00 a 10,00):"
           accept ws-cn-nota-nova
           display " Motivo do pedido:"
           move spaces to ws-cn-motivo
           accept ws-cn-motivo

           if ws-cn-cod-disc = spaces then
               display "Disciplina obrigatoria (a media geral e recalculada)!"
               go to solicitar-correcao-nota-exit
           end-if

           if ws-cn-num-nota < 1 or ws-cn-num-nota > 4 then
               display "Numero da nota invalido!"
               go to solicitar-correcao-nota-exit
           end-if

           if ws-cn-nota-nova > 10 then
               display "Nota fora do intervalo valido (0,00 - 10,00)!"
               go to solicitar-correcao-nota-exit
           end-if

           if ws-cn-nota-nova = ws-cn-nota-ant then
               display "Nota correta igual a nota anterior!"
               go to solicitar-correcao-nota-exit
           end-if

           if ws-cn-motivo = spaces then
               display "Motivo do pedido obrigatorio!"
               go to solicitar-correcao-nota-exit
           end-if

           move ws-id-aluno    to fd-h-id-aluno
           move ws-cn-ano      to fd-h-ano
           move ws-cn-semestre to fd-h-semestre
           move ws-cn-cod-disc to fd-h-cod-disc
           read arqHistorico
           if ws-fs-arqHistorico <> 0 then
               if ws-fs-arqHistorico = 23 then
                   display "Disciplina nao consta no historico do aluno neste semestre!"
                   go to solicitar-correcao-nota-exit
               end-if
               move 214                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao ler arq. historico "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform obter-nota-historico
           if ws-cn-nota-atual <> ws-cn-nota-ant then
               move ws-cn-nota-atual to ws-cn-nota-ed
               display "Nota anterior nao confere com o historico ("
                       ws-cn-nota-ed ")!"
               go to solicitar-correcao-nota-exit
           end-if

           perform calcular-media-historico
           if ws-cn-media-calc <> fd-h-media then
               display "Media da disciplina recomposta por exame: a nota nao"
                       " pode ser corrigida por pedido!"
               go to solicitar-correcao-nota-exit
           end-if

      *>    proximo numero: o maior ja registrado + 1; na mesma leitura
      *>    recusa um segundo pedido pendente para a mesma nota
           move "N" to ws-cn-duplicado
           move 0   to ws-cn-numero
           move 0   to fd-cn-numero
           start arqCorrecoesNota key is >= fd-cn-numero
           if ws-fs-arqCorrecoesNota = 0 then
               perform until ws-fs-arqCorrecoesNota <> 0
                   read arqCorrecoesNota next
                   if ws-fs-arqCorrecoesNota = 0 then
                       move fd-cn-numero to ws-cn-numero
                       if  fd-cn-status    = "P"
                       and fd-cn-id-aluno  = ws-id-aluno
                       and fd-cn-ano       = ws-cn-ano
                       and fd-cn-semestre  = ws-cn-semestre
                       and fd-cn-cod-disc  = ws-cn-cod-disc
                       and fd-cn-num-nota  = ws-cn-num-nota then
                           move "S" to ws-cn-duplicado
                       end-if
                   end-if
               end-perform

               if ws-fs-arqCorrecoesNota <> 10 then
                   move 215                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
                   move "Erro ao ler arq. correcoes nota "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cn-duplicado = "S" then
               display "Ja existe pedido pendente para esta nota!"
               go to solicitar-correcao-nota-exit
           end-if

           add 1 to ws-cn-numero

           move ws-cn-numero    to fd-cn-numero
           move ws-id-aluno     to fd-cn-id-aluno
           move ws-cn-ano       to fd-cn-ano
           move ws-cn-semestre  to fd-cn-semestre
           move ws-cn-cod-disc  to fd-cn-cod-disc
           move ws-cn-num-nota  to fd-cn-num-nota
           move ws-cn-nota-ant  to fd-cn-nota-ant
           move ws-cn-nota-nova to fd-cn-nota-nova
           move ws-cn-motivo    to fd-cn-motivo
           move "P"             to fd-cn-status
           move ws-op-codigo    to fd-cn-operador
           move ws-data-hoje    to fd-cn-data-pedido
           move spaces          to fd-cn-coordenador
           move 0               to fd-cn-data-decisao
           move spaces          to fd-cn-parecer
           write fd-correcoes-nota
           if ws-fs-arqCorrecoesNota <> 0 then
               move 216                                  to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
               move "Erro ao gravar arq. correcoes nota " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Pedido " ws-cn-numero
                   " registrado - aguardando decisao do coordenador."

           .
       solicitar-correcao-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nota indicada no pedido (1 a 4) da linha do historico corrente
      *>------------------------------------------------------------------------
       obter-nota-historico section.

           evaluate ws-cn-num-nota
               when 1
                   move fd-h-nota1 to ws-cn-nota-atual
               when 2
                   move fd-h-nota2 to ws-cn-nota-atual
               when 3
                   move fd-h-nota3 to ws-cn-nota-atual
               when other
                   move fd-h-nota4 to ws-cn-nota-atual
           end-evaluate

           .
       obter-nota-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Media ponderada das 4 notas da linha do historico corrente, com os
      *>  mesmos pesos do fechamento do semestre
      *>------------------------------------------------------------------------
       calcular-media-historico section.

           compute ws-cn-media-calc = (fd-h-nota1 * ws-peso-nota1) +
                                      (fd-h-nota2 * ws-peso-nota2) +
                                      (fd-h-nota3 * ws-peso-nota3) +
                                      (fd-h-nota4 * ws-peso-nota4)

           .
       calcular-media-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decisao do coordenador sobre um pedido pendente; a aprovacao so
      *>  e gravada depois de aplicada a correcao no historico
      *>------------------------------------------------------------------------
       decidir-correcao-nota section.

           display " Numero do pedido:"
           accept ws-cn-numero

           move ws-cn-numero to fd-cn-numero
           read arqCorrecoesNota
           if ws-fs-arqCorrecoesNota <> 0 then
               if ws-fs-arqCorrecoesNota = 23 then
                   display "Pedido nao encontrado!"
                   go to decidir-correcao-nota-exit
               end-if
               move 217                                  to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
               move "Erro ao ler arq. correcoes nota "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-cn-status <> "P" then
               display "Pedido ja decidido (" fd-cn-status ") em "
                       fd-cn-data-decisao " por " fd-cn-coordenador
               go to decidir-correcao-nota-exit
           end-if

           move fd-cn-id-aluno  to ws-id-aluno
           move fd-cn-ano       to ws-cn-ano
           move fd-cn-semestre  to ws-cn-semestre
           move fd-cn-cod-disc  to ws-cn-cod-disc
           move fd-cn-num-nota  to ws-cn-num-nota
           move fd-cn-nota-ant  to ws-cn-nota-ant
           move fd-cn-nota-nova to ws-cn-nota-nova

           move ws-cn-nota-ant  to ws-cn-nota-ed
           move ws-cn-nota-nova to ws-cn-nova-ed
           display "Pedido " fd-cn-numero " de " fd-cn-data-pedido
                   " - operador " fd-cn-operador
           display "Aluno " ws-id-aluno " " ws-cn-ano "/" ws-cn-semestre
                   " disciplina " ws-cn-cod-disc " nota " ws-cn-num-nota
                   ": " ws-cn-nota-ed " -> " ws-cn-nova-ed
           display "Motivo: " fd-cn-motivo

           display "'A'provar / 'N'egar / 'V'oltar:"
           accept ws-cn-decisao
           evaluate ws-cn-decisao
               when "A"
               when "a"
                   move "A" to ws-cn-decisao
               when "N"
               when "n"
                   move "N" to ws-cn-decisao
               when other
                   go to decidir-correcao-nota-exit
           end-evaluate

           display " Parecer do coordenador:"
           move spaces to ws-cn-parecer
           accept ws-cn-parecer
           if  ws-cn-decisao = "N"
           and ws-cn-parecer = spaces then
               display "Parecer obrigatorio para negar o pedido!"
               go to decidir-correcao-nota-exit
           end-if

           if ws-cn-decisao = "A" then
               perform aplicar-correcao-nota
               if ws-cn-aplicada = "N" then
                   go to decidir-correcao-nota-exit
               end-if
           end-if

           move ws-cn-numero to fd-cn-numero
           read arqCorrecoesNota
           if ws-fs-arqCorrecoesNota <> 0 then
               move 218                                  to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
               move "Erro ao ler arq. correcoes nota "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cn-decisao   to fd-cn-status
           move ws-op-codigo    to fd-cn-coordenador
           move ws-data-hoje    to fd-cn-data-decisao
           move ws-cn-parecer   to fd-cn-parecer
           rewrite fd-correcoes-nota
           if ws-fs-arqCorrecoesNota <> 0 then
               move 219                                  to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
               move "Erro ao gravar arq. correcoes nota " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-cn-decisao = "A" then
               display "Pedido " ws-cn-numero " aprovado e aplicado ao historico."
           else
               display "Pedido " ws-cn-numero " negado."
           end-if

           .
       decidir-correcao-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica a correcao aprovada: linha da disciplina, linha de media
      *>  geral do semestre, situacao do mestre (so quando o semestre
      *>  corrigido e o ultimo fechado), auditoria e marca de reenvio
      *>------------------------------------------------------------------------
       aplicar-correcao-nota section.

           move "N" to ws-cn-aplicada

           move ws-id-aluno    to fd-h-id-aluno
           move ws-cn-ano      to fd-h-ano
           move ws-cn-semestre to fd-h-semestre
           move ws-cn-cod-disc to fd-h-cod-disc
           read arqHistorico
           if ws-fs-arqHistorico <> 0 then
               if ws-fs-arqHistorico = 23 then
                   display "Linha do historico nao encontrada - pedido nao aplicado!"
                   go to aplicar-correcao-nota-exit
               end-if
               move 220                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao ler arq. historico "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    o historico pode ter mudado depois do pedido (exame, outro
      *>    pedido aprovado): nesse caso o pedido tem que ser negado
           perform obter-nota-historico
           if ws-cn-nota-atual <> ws-cn-nota-ant then
               move ws-cn-nota-atual to ws-cn-nota-ed
               display "Nota do historico mudou desde o pedido ("
                       ws-cn-nota-ed ") - pedido nao aplicado!"
               go to aplicar-correcao-nota-exit
           end-if

      *>    media gravada diferente da ponderada das 4 notas = media
      *>    recomposta pelo exame (lista11exercicio3exame), que as notas
      *>    sozinhas nao reproduzem: refazer a media perderia o exame
           perform calcular-media-historico
           if ws-cn-media-calc <> fd-h-media then
               display "Media da disciplina recomposta por exame - pedido nao aplicado!"
               go to aplicar-correcao-nota-exit
           end-if

           move ws-cn-nota-ant to ws-cn-nota-ed
           move fd-h-media     to ws-cn-media-ed
           move spaces         to ws-aud-valor-ant
           string ws-cn-ano "/" ws-cn-semestre " " ws-cn-cod-disc
                  " N" ws-cn-num-nota ":" ws-cn-nota-ed
                  " Med:" ws-cn-media-ed " " fd-h-situacao
               delimited by size into ws-aud-valor-ant

           evaluate ws-cn-num-nota
               when 1
                   move ws-cn-nota-nova to fd-h-nota1
               when 2
                   move ws-cn-nota-nova to fd-h-nota2
               when 3
                   move ws-cn-nota-nova to fd-h-nota3
               when other
                   move ws-cn-nota-nova to fd-h-nota4
           end-evaluate

           perform calcular-media-historico
           move ws-cn-media-calc to fd-h-media
           if fd-h-media >= 6 then
               move "APROVADO"  to fd-h-situacao
           else
               move "REPROVADO" to fd-h-situacao
           end-if

           move ws-cn-nota-nova to ws-cn-nota-ed
           move fd-h-media      to ws-cn-media-ed
           move spaces          to ws-aud-valor-novo
           string ws-cn-ano "/" ws-cn-semestre " " ws-cn-cod-disc
                  " N" ws-cn-num-nota ":" ws-cn-nota-ed
                  " Med:" ws-cn-media-ed " " fd-h-situacao
               delimited by size into ws-aud-valor-novo

           rewrite fd-historico
           if ws-fs-arqHistorico <> 0 then
               move 221                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao gravar arq. historico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Disciplina " ws-cn-cod-disc " - nova media: " ws-cn-media-ed
                   " - " fd-h-situacao

           perform refazer-media-semestre-hist
           perform verificar-ultimo-semestre
           if ws-cn-ultimo-termo = "S" then
               perform atualizar-situacao-corrigida
           end-if

           move "CORRECAO NT"    to ws-aud-operacao
           move ws-id-aluno      to ws-aud-chave
           perform registrar-auditoria

           perform marcar-reenvio-resultado

           move "S" to ws-cn-aplicada

           .
       aplicar-correcao-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Refaz a linha de media geral do semestre (cod-disc em branco) como
      *>  media simples das medias por disciplina, como no exame
      *>------------------------------------------------------------------------
       refazer-media-semestre-hist section.

           move 0 to ws-soma-medias
           move 0 to ws-qtd-disc

           move ws-id-aluno    to fd-h-id-aluno
           move ws-cn-ano      to fd-h-ano
           move ws-cn-semestre to fd-h-semestre
           move low-values     to fd-h-cod-disc
           start arqHistorico key is >= fd-chave-hist
           if ws-fs-arqHistorico = 0 then
               perform until ws-fs-arqHistorico <> 0
                          or fd-h-id-aluno <> ws-id-aluno
                          or fd-h-ano <> ws-cn-ano
                          or fd-h-semestre <> ws-cn-semestre
                   read arqHistorico next
                   if  ws-fs-arqHistorico = 0
                   and fd-h-id-aluno = ws-id-aluno
                   and fd-h-ano = ws-cn-ano
                   and fd-h-semestre = ws-cn-semestre then
                       if fd-h-cod-disc <> spaces then
                           add fd-h-media to ws-soma-medias
                           add 1          to ws-qtd-disc
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqHistorico <> 0
               and ws-fs-arqHistorico <> 10 then
                   move 222                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao ler arq. historico "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-disc > 0 then
               compute ws-cn-media-geral = ws-soma-medias / ws-qtd-disc
           else
               move 0 to ws-cn-media-geral
           end-if

           if ws-cn-media-geral >= 6 then
               move "APROVADO"  to ws-cn-situacao
           else
               move "REPROVADO" to ws-cn-situacao
           end-if

           move ws-id-aluno    to fd-h-id-aluno
           move ws-cn-ano      to fd-h-ano
           move ws-cn-semestre to fd-h-semestre
           move spaces         to fd-h-cod-disc
           read arqHistorico
           if ws-fs-arqHistorico = 0 then
               move ws-cn-media-geral to fd-h-media
               move ws-cn-situacao    to fd-h-situacao
               rewrite fd-historico
               if ws-fs-arqHistorico <> 0 then
                   move 223                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. historico "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-arqHistorico <> 23 then
                   move 224                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao ler arq. historico "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-cn-media-geral to ws-cn-media-ed
           display "Media geral do semestre: " ws-cn-media-ed
                   " - " ws-cn-situacao

           .
       refazer-media-semestre-hist-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O semestre corrigido e o ultimo fechado do aluno quando nao ha
      *>  nenhuma linha de historico dele em ano/semestre posterior
      *>------------------------------------------------------------------------
       verificar-ultimo-semestre section.

           move "S" to ws-cn-ultimo-termo

           move ws-id-aluno    to fd-h-id-aluno
           move ws-cn-ano      to fd-h-ano
           move ws-cn-semestre to fd-h-semestre
           move high-values    to fd-h-cod-disc
           start arqHistorico key is > fd-chave-hist
           if ws-fs-arqHistorico = 0 then
               read arqHistorico next
               if  ws-fs-arqHistorico = 0
               and fd-h-id-aluno = ws-id-aluno then
                   move "N" to ws-cn-ultimo-termo
               end-if
           end-if

           if  ws-fs-arqHistorico <> 0
           and ws-fs-arqHistorico <> 10
           and ws-fs-arqHistorico <> 23 then
               move 225                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao ler arq. historico "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       verificar-ultimo-semestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recarimba a situacao final no registro mestre com o resultado
      *>  corrigido do ultimo semestre fechado
      *>------------------------------------------------------------------------
       atualizar-situacao-corrigida section.

           move ws-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos <> 0 then
               if ws-fs-arqAlunos = 23 then
                   display "Aluno fora do cadastro - situacao do mestre nao alterada."
                   go to atualizar-situacao-corrigida-exit
               end-if
               move 226                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunos "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-cn-media-geral >= 6 then
               move "AP" to fd-situacao
           else
               move "RP" to fd-situacao
           end-if

           rewrite fd-alunos
           if ws-fs-arqAlunos <> 0 then
               move 227                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAlunos "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Situacao do aluno " ws-id-aluno " atualizada: " fd-situacao

           .
       atualizar-situacao-corrigida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca o aluno para reenvio no controle da secretaria central; o
      *>  extrato delta do lista11exercicio3retorno manda todo status
      *>  diferente de "C". Aluno nunca enviado segue no proximo extrato cheio
      *>------------------------------------------------------------------------
       marcar-reenvio-resultado section.

           move ws-id-aluno to fd-st-id
           read arqEnvioStatus
           if ws-fs-arqEnvioStatus <> 0 then
               if ws-fs-arqEnvioStatus = 23 then
                   display "Aluno ainda nao enviado a secretaria central."
                   go to marcar-reenvio-resultado-exit
               end-if
               move 228                                  to ws-msn-erro-ofsset
               move ws-fs-arqEnvioStatus                 to ws-msn-erro-cod
               move "Erro ao ler arq. envio status "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "R"                             to fd-st-status
           move function current-date (1:14)    to fd-st-data-retorno
           move "RESULTADO CORRIGIDO"           to fd-st-motivo
           rewrite fd-envio-status
           if ws-fs-arqEnvioStatus <> 0 then
               move 229                                  to ws-msn-erro-ofsset
               move ws-fs-arqEnvioStatus                 to ws-msn-erro-cod
               move "Erro ao gravar arq. envio status "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Aluno marcado para reenvio do resultado corrigido."

           .
       marcar-reenvio-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista na tela os pedidos ainda pendentes de decisao
      *>------------------------------------------------------------------------
       listar-correcoes-nota section.

           move 0 to ws-cn-qtd
           move 0 to fd-cn-numero
           start arqCorrecoesNota key is >= fd-cn-numero
           if ws-fs-arqCorrecoesNota = 0 then
               perform until ws-fs-arqCorrecoesNota <> 0
                   read arqCorrecoesNota next
                   if ws-fs-arqCorrecoesNota = 0 then
                       if fd-cn-status = "P" then
                           add 1 to ws-cn-qtd
                           move fd-cn-nota-ant  to ws-cn-nota-ed
                           move fd-cn-nota-nova to ws-cn-nova-ed
                           display fd-cn-numero " " fd-cn-data-pedido
                                   " Id " fd-cn-id-aluno " "
                                   fd-cn-ano "/" fd-cn-semestre " "
                                   fd-cn-cod-disc " N" fd-cn-num-nota " "
                                   ws-cn-nota-ed " -> " ws-cn-nova-ed
                                   " " fd-cn-operador
                       end-if
                   else
                       if ws-fs-arqCorrecoesNota <> 10 then
                           move 230                                  to ws-msn-erro-ofsset
                           move ws-fs-arqCorrecoesNota               to ws-msn-erro-cod
                           move "Erro ao ler arq. correcoes nota "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           display ws-cn-qtd " pedidos pendentes."

           .
       listar-correcoes-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Chamada diaria da turma inteira: todos os alunos ativos do Cod
      *>  entram como presentes e o operador marca 'F' so para os faltosos
      *>------------------------------------------------------------------------
       frequencia-turma section.

           display " ==== Frequencia da Turma ===="
           display " Informe o Cod da turma:"
           accept ws-cod
           display " Informe a Data (aaaammdd):"
           accept ws-freq-data

      *>    chamada so em dia letivo do calendario escolar
           move ws-freq-data to ws-cl-data
           perform validar-dia-letivo
           if ws-dia-letivo = "N" then
               display "Data nao e dia letivo no calendario escolar!"
               go to frequencia-turma-exit
           end-if

           move ws-cod to fd-cod
           start arqAlunos key is >= fd-cod
           if ws-fs-arqAlunos = 0 then
               perform until ws-fs-arqAlunos <> 0
                          or fd-cod <> ws-cod
                   read arqAlunos next
                   if  ws-fs-arqAlunos = 0
                   and fd-cod = ws-cod then
                       if fd-status = "A" then
                           move fd-id-aluno to ws-id-aluno
                           display "Aluno " fd-id-aluno " - " fd-aluno
                           display "Marcar falta? 'F' (vazio = presente):"
                           move space to ws-freq-presenca
                           accept ws-freq-presenca
                           perform gravar-frequencia
                       end-if
                   else
                       if  ws-fs-arqAlunos <> 0
                       and ws-fs-arqAlunos <> 10 then
                           move 53                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           display "Chamada da turma " ws-cod " registrada para " ws-freq-data

           .
       frequencia-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava, em caso de correcao) um lancamento de frequencia
      *>------------------------------------------------------------------------
       gravar-frequencia section.

           move "N" to ws-freq-gravada

      *>    dia de suspensao ja lancado pela ocorrencia disciplinar nao e
      *>    substituido pela chamada
           move ws-id-aluno   to fd-fq-id-aluno
           move ws-freq-data  to fd-fq-data
           read arqFrequencia
           if ws-fs-arqFrequencia = 0 then
               if fd-fq-presenca = "J" then
                   display "Aluno " ws-id-aluno
                           " suspenso no dia: falta justificada mantida."
                   go to gravar-frequencia-exit
               end-if
           else
               if ws-fs-arqFrequencia <> 23 then
                   move 162                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. frequencia "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-id-aluno   to fd-fq-id-aluno
           move ws-freq-data  to fd-fq-data
           if ws-freq-presenca = "F" or ws-freq-presenca = "f" then
               move "F" to fd-fq-presenca
           else
               move "P" to fd-fq-presenca
           end-if

           write fd-frequencia
           if ws-fs-arqFrequencia = 22 then
               rewrite fd-frequencia
           end-if
           if ws-fs-arqFrequencia <> 0 then
               move 52                                    to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                   to ws-msn-erro-cod
               move "Erro ao gravar arq. frequencia "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-freq-gravada

           .
       gravar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o percentual de frequencia do aluno em ws-id-aluno
      *>------------------------------------------------------------------------
       apurar-frequencia section.

           move 0 to ws-qtd-freq-total
           move 0 to ws-qtd-freq-pres
           move 0 to ws-pct-freq

      *>    com o calendario letivo do ano cadastrado, a base do percentual
      *>    sao os dias letivos do ano ate hoje (dia letivo sem lancamento
      *>    conta como ausencia); sem calendario vale a base antiga, so
      *>    os dias lancados
           move function current-date (1:8) to ws-cl-data-fim
           move ws-cl-data-fim  to ws-cl-data-ini
           move "0101"          to ws-cl-data-ini (5:4)
           perform contar-dias-letivos

           move ws-id-aluno to fd-fq-id-aluno
           move 0           to fd-fq-data
           start arqFrequencia key is >= fd-chave-freq
           if ws-fs-arqFrequencia = 0 then
               perform until ws-fs-arqFrequencia <> 0
                          or fd-fq-id-aluno <> ws-id-aluno
                   read arqFrequencia next
                   if  ws-fs-arqFrequencia = 0
                   and fd-fq-id-aluno = ws-id-aluno then
                       if ws-cl-qtd-letivos = 0 then
                           add 1 to ws-qtd-freq-total
                           if fd-fq-presenca = "P" then
                               add 1 to ws-qtd-freq-pres
                           end-if
                       else
                           if  fd-fq-presenca = "P"
                           and fd-fq-data >= ws-cl-data-ini
                           and fd-fq-data <= ws-cl-data-fim then
                               move fd-fq-data to ws-cl-data
                               perform validar-dia-letivo
                               if ws-dia-letivo = "S" then
                                   add 1 to ws-qtd-freq-pres
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqFrequencia <> 0
               and ws-fs-arqFrequencia <> 10 then
                   move 54                                    to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. frequencia "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cl-qtd-letivos > 0 then
               move ws-cl-qtd-letivos to ws-qtd-freq-total
           end-if

           if ws-qtd-freq-total > 0 then
               compute ws-pct-freq =
                       (ws-qtd-freq-pres * 100) / ws-qtd-freq-total
           end-if

           .
       apurar-frequencia-exit.
               read arqAlunosExcluidos

               if ws-fs-arqAlunosExc = 0 then
      *>            registro anonimizado pela retencao (LGPD) nao volta
      *>            ao cadastro
                   if fd-aluno-exc = "ANONIMIZADO" then
                       display "Dados pessoais do Id anonimizados (LGPD): restauracao nao permitida!"
                   else
      *>                a restauracao devolve o aluno a turma original e por
      *>                isso tambem respeita a lotacao da sala
                       move fd-cod-exc to ws-cod
                       perform verificar-vaga-turma

                       if ws-tem-vaga = "N" then
                           display "Turma " ws-cod " lotada, libere uma vaga antes de restaurar!"
                       else
                           move fd-id-aluno-exc  to fd-id-aluno
                           move fd-aluno-exc     to fd-aluno
                           move fd-endereco-exc  to fd-endereco
                           move fd-mae-exc       to fd-mae
                           move fd-pai-exc       to fd-pai
                           move fd-tel-exc       to fd-tel
                           move fd-cod-exc       to fd-cod
                           move fd-notas-exc     to fd-notas
                           move "A"              to fd-status
                           move fd-situacao-exc  to fd-situacao

      *>                    jornal: imagem do aluno em transito antes do
      *>                    primeiro dos dois passos (regravar / apagar excluido)
                           move "RESTAURACAO" to ws-jr-operacao
                           move "INICIO"      to ws-jr-fase
                           move ws-id-aluno   to ws-jr-chave
                           move fd-alunos     to ws-jr-imagem
                           perform gravar-jornal

                           write fd-alunos
                           if ws-fs-arqAlunos <> 0 then
                               move 21                                    to ws-msn-erro-ofsset
                               move ws-fs-arqAlunos                       to ws-msn-erro-cod
                               move "Erro ao restaurar arq. arqAlunos "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           delete arqAlunosExcluidos
                           if ws-fs-arqAlunosExc <> 0 then
                               move 22                                    to ws-msn-erro-ofsset
                               move ws-fs-arqAlunosExc                    to ws-msn-erro-cod
                               move "Erro ao apagar arq. excluidos "      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           move "FIM" to ws-jr-fase
                           perform gravar-jornal

                           display " Aluno Id " ws-id-aluno " restaurado com sucesso!"

                           move "RESTAURACAO"   to ws-aud-operacao
                           move ws-id-aluno     to ws-aud-chave
                           move spaces          to ws-aud-valor-ant
                           move fd-aluno        to ws-aud-valor-novo
                           perform registrar-auditoria
                       end-if
                   end-if
               else
                   if ws-fs-arqAlunosExc = 23 then
               perform finaliza-anormal
           end-if

           close arqProfessores
           if ws-fs-arqProfessores <> 0 then
               move 121                                 to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                to ws-msn-erro-cod
               move "Erro ao fechar arq. professores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 0 then
               move 122                                 to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                to ws-msn-erro-cod
               move "Erro ao fechar arq. atribuicoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHorarios
           if ws-fs-arqHorarios <> 0 then
               move 137                                 to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                   to ws-msn-erro-cod
               move "Erro ao fechar arq. horarios "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDescontos
           if ws-fs-arqDescontos <> 0 then
               move 147                                 to ws-msn-erro-ofsset
               move ws-fs-arqDescontos                  to ws-msn-erro-cod
               move "Erro ao fechar arq. descontos "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCalendario
           if ws-fs-arqCalendario <> 0 then
               move 153                                 to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                 to ws-msn-erro-cod
               move "Erro ao fechar arq. calendario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOcorrencias
           if ws-fs-arqOcorrencias <> 0 then
               move 161                                 to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                to ws-msn-erro-cod
               move "Erro ao fechar arq. ocorrencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDeclaracoes
           if ws-fs-arqDeclaracoes <> 0 then
               move 174                                 to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                to ws-msn-erro-cod
               move "Erro ao fechar arq. declaracoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBimestres
           if ws-fs-arqBimestres <> 0 then
               move 187                                 to ws-msn-erro-ofsset
               move ws-fs-arqBimestres                  to ws-msn-erro-cod
               move "Erro ao fechar arq. bimestres "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqReaberturas
           if ws-fs-arqReaberturas <> 0 then
               move 188                                 to ws-msn-erro-ofsset
               move ws-fs-arqReaberturas                to ws-msn-erro-cod
               move "Erro ao fechar arq. reaberturas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCorrecoesNota
           if ws-fs-arqCorrecoesNota <> 0 then
               move 212                                 to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoesNota              to ws-msn-erro-cod
               move "Erro ao fechar arq. correcoes nota " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEnvioStatus
           if ws-fs-arqEnvioStatus <> 0 then
               move 213                                 to ws-msn-erro-ofsset
               move ws-fs-arqEnvioStatus                to ws-msn-erro-cod
               move "Erro ao fechar arq. envio status " to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           stop run
           .
