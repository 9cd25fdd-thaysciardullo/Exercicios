           lock mode is automatic
           file status is ws-fs-arqBkpAlunosExc.

      *>----arqTempEstIndexed.dat (lista11exercicio1)
           select arqTemp assign to "arqTempEstIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
       fd  arqTemp.
       01  fd-temperaturas.
           05  fd-chave-temp.
               10 fd-estacao                        pic x(03).
               10 fd-ano                            pic 9(04).
               10 fd-mes                            pic 9(02).
               10 fd-dia                            pic 9(02).
       fd  arqBkpTemp.
       01  fd-bkp-temperaturas.
           05  bkp-chave-temp.
               10 bkp-estacao                       pic x(03).
               10 bkp-ano                           pic 9(04).
               10 bkp-mes                           pic 9(02).
               10 bkp-dia                           pic 9(02).
                  delimited by size into ws-nome-bkp-alunosix
           string "backup_arqAlunosExcluidos_" ws-data-hoje ".txt"
                  delimited by size into ws-nome-bkp-alunosexc
           string "backup_arqTempEstIndexed_" ws-data-hoje ".txt"
                  delimited by size into ws-nome-bkp-temp

           .
           exit.

      *>------------------------------------------------------------------------
      *>  arqTempEstIndexed.dat : mesma logica
      *>------------------------------------------------------------------------
       reorganizar-arqTemp section.

           if ws-fs-arqTemp <> 0 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemp                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTempEstIndexed "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqBkpTemp <> 0 then
               move 14                                       to ws-msn-erro-ofsset
               move ws-fs-arqBkpTemp                         to ws-msn-erro-cod
               move "Erro ao abrir backup arqTempEstIndexed "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-estacao
           move 0 to fd-ano
           move 1 to fd-mes
           move 1 to fd-dia
                   and ws-fs-arqTemp <> 10 then
                       move 15                                    to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                         to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTempEstIndexed "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform
           if ws-fs-arqTemp <> 0 then
               move 16                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemp                            to ws-msn-erro-cod
               move "Erro ao recriar arq. arqTempEstIndexed "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqBkpTemp <> 0 and ws-fs-arqBkpTemp <> 10 then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arqBkpTemp                         to ws-msn-erro-cod
               move "Erro ao ler backup arqTempEstIndexed "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform until ws-fs-arqBkpTemp = 10
               if ws-fs-arqTemp <> 0 then
                   move 24                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                            to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqTempEstIndexed "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqBkpTemp <> 0 and ws-fs-arqBkpTemp <> 10 then
                   move 23                                       to ws-msn-erro-ofsset
                   move ws-fs-arqBkpTemp                         to ws-msn-erro-cod
                   move "Erro ao ler backup arqTempEstIndexed "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqBkpTemp
           close arqTemp

           display "arqTempEstIndexed.dat: " ws-qtd-registros " registros em " ws-nome-bkp-temp

           .
       reorganizar-arqTemp-exit.
           display ws-msn-erro.
           accept  ws-msn-erro.

      *>    codigo de retorno 12 = termino anormal (cadeia batch noturna)
           move 12 to return-code

           stop run.
           .
       finaliza-anormal-exit.
