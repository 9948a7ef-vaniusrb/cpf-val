       identification division.
       program-id. RestauraCadastro.

      *    rollback of one night's AtualizaCadastro load: puts
      *    cadastro.dat back as it was before that load, from the
      *    dated before-image the load saved (cadastro-antes-
      *    aaaammdd.txt) and the dated audit it wrote (cadastro-
      *    audit-aaaammdd.txt).  a document the load included is
      *    deleted again; a document it renamed gets its previous
      *    name back.  before a record is touched its
      *    current name is compared with the name the load left on
      *    it (from the audit): a record changed since - by a later
      *    load or by hand - is NOT reverted but reported for manual
      *    review, so the rollback never destroys newer data.
      *
      *    every document is printed on the rollback report with what
      *    was done to it.  a rollback with nothing left for manual
      *    review is recorded in the chain's job log, which lets the
      *    nightly driver run AtualizaCadastro again for that
      *    movement.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select cadastro-antes assign to cadastro-antes-file
             organization is line sequential
             file status is fs-cadastro-antes.

             select cadastro-audit assign to cadastro-audit-file
             organization is line sequential
             file status is fs-cadastro-audit.

             select cadastro assign to cadastro-file
             organization is indexed
             access mode is random
             record key is cad-cpf
             file status is fs-cadastro.

             select relatorio assign to relatorio-file
             organization is line sequential
             file status is fs-relatorio.

             select optional cadeia-log assign to cadeia-log-file
             organization is line sequential
             file status is fs-cadeia-log.

       data division.
       file section.
      *    before-image layout as written by AtualizaCadastro.
       fd  cadastro-antes.
       01  cadastro-antes-reg.
           05 ant-cpf              pic 9(11).
           05 filler               pic x(01).
           05 ant-existia          pic x(01).
           05 filler               pic x(01).
           05 ant-nome             pic x(30).
           05 filler               pic x(01).
           05 ant-data-carga       pic 9(08).

      *    audit layout as written by AtualizaCadastro.
       fd  cadastro-audit.
       01  cadastro-audit-reg.
           05 aud-documento        pic x(14).
           05 filler               pic x(01).
           05 aud-acao             pic x(12).
           05 filler               pic x(01).
           05 aud-nome             pic x(30).
           05 filler               pic x(01).
           05 aud-data-carga       pic x(08).

       fd  cadastro.
       01  cadastro-reg.
           05 cad-cpf              pic 9(11).
           05 cad-nome             pic x(30).

       fd  relatorio.
       01  relatorio-linha        pic x(80).

      *    job log layout as written by ControleCadeia.
       fd  cadeia-log.
       01  cadeia-log-reg.
           05 log-movimento        pic 9(08).
           05 filler               pic x(01).
           05 log-sequencia        pic 9(02).
           05 filler               pic x(01).
           05 log-programa         pic x(20).
           05 filler               pic x(01).
           05 log-situacao         pic x(08).
           05 filler               pic x(01).
           05 log-data-inicio      pic 9(08).
           05 filler               pic x(01).
           05 log-hora-inicio      pic 9(06).
           05 filler               pic x(01).
           05 log-data-fim         pic 9(08).
           05 filler               pic x(01).
           05 log-hora-fim         pic 9(06).
           05 filler               pic x(01).
           05 log-rc               pic 9(04).

       working-storage section.
       77  cadastro-antes-file    pic x(64) value spaces.
       77  cadastro-audit-file    pic x(64) value spaces.
       77  cadastro-file          pic x(64) value "cadastro.dat".
       77  relatorio-file         pic x(64)
                                  value "cadastro-rollback.txt".
       77  cadeia-log-file        pic x(64) value "cadeia-log.txt".
       77  fs-cadastro-antes      pic x(02) value spaces.
       77  fs-cadastro-audit      pic x(02) value spaces.
       77  fs-cadastro            pic x(02) value spaces.
       77  fs-relatorio           pic x(02) value spaces.
       77  fs-cadeia-log          pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  data-hoje              pic 9(08) value zeros.
       77  hora-agora             pic 9(08) value zeros.
       77  data-carga             pic 9(08) value zeros.
       77  pagina                 pic 9(04) comp-5 value zero.
       77  linhas                 pic 9(04) comp-5 value zero.
       77  linhas-por-pagina      pic 9(04) comp-5 value 60.
       77  cont-audit-outra       pic 9(08) comp-5 value zero.
       77  cont-documentos        pic 9(08) comp-5 value zero.
       77  cont-excluidos         pic 9(08) comp-5 value zero.
       77  cont-restaurados       pic 9(08) comp-5 value zero.
       77  cont-ja-revertidos     pic 9(08) comp-5 value zero.
       77  cont-nao-revertidos    pic 9(08) comp-5 value zero.
       77  ante-sub               pic 9(08) comp-5 value zero.
       77  audt-sub               pic 9(08) comp-5 value zero.
       77  doc-atual              pic 9(11) value zeros.
       77  audit-flag             pic x(01) value "N".
           88 audit-encontrado     value "S".
       77  antes-flag             pic x(01) value "N".
           88 antes-encontrado     value "S".

      *    the before-image in storage, sorted by document and file
      *    order: when a document was touched twice on the same date
      *    its first image is the state before the load.
       77  qtd-antes              pic 9(08) comp-5 value zero.
       01  tab-antes.
           05 ante-entry occurs 1 to 500000
              depending on qtd-antes
              ascending key is ante-cpf ante-seq
              indexed by ante-idx.
              10 ante-cpf         pic 9(11).
              10 ante-seq         pic 9(08).
              10 ante-existia     pic x(01).
              10 ante-nome        pic x(30).

      *    the load's includes and updates from the audit, sorted the
      *    same way: the LAST entry of a document is the name the
      *    load left on the master.
       77  qtd-audit              pic 9(08) comp-5 value zero.
       01  tab-audit.
           05 audt-entry occurs 1 to 500000
              depending on qtd-audit
              ascending key is audt-cpf audt-seq
              indexed by audt-idx.
              10 audt-cpf         pic 9(11).
              10 audt-seq         pic 9(08).
              10 audt-acao        pic x(12).
              10 audt-nome        pic x(30).

       01  cab-titulo.
           05 filler              pic x(36)
              value "reversao da carga do cadastro  carga".
           05 filler              pic x(01) value space.
           05 cab-data            pic x(10).
           05 filler              pic x(22) value spaces.
           05 filler              pic x(07) value "pagina ".
           05 cab-pagina          pic zzz9.

       01  cab-colunas.
           05 filler              pic x(13) value "documento".
           05 filler              pic x(11) value "na carga".
           05 filler              pic x(21) value "resultado".
           05 filler              pic x(30) value "nome".

       01  linha-detalhe.
           05 det-doc             pic x(11).
           05 filler              pic x(02) value spaces.
           05 det-acao            pic x(10).
           05 filler              pic x(01) value space.
           05 det-resultado       pic x(20).
           05 filler              pic x(01) value space.
           05 det-nome            pic x(30).

       01  linha-total.
           05 tot-descricao       pic x(32).
           05 tot-qtd             pic zzzzzz9.

       01  linha-separadora      pic x(64) value all "-".

      *    the audit carries the document as the movement had it;
      *    VALCPF reduces it to the bare 11 digits the master and the
      *    before-image are keyed by.
       copy "ValCpf-Area.cpy".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           move data-hoje to data-carga
           perform parse-runtime-params
           perform carregar-antes
           perform carregar-audit

           open i-o cadastro
           if fs-cadastro <> "00"
              perform show-cadastro-file-error
              move 12 to return-code
              stop run
           end-if

           open output relatorio
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
              close cadastro
              move 12 to return-code
              stop run
           end-if

           perform nova-pagina
           perform varying ante-sub from 1 by 1
                      until ante-sub > qtd-antes
              if ante-sub = 1
                 perform reverter-documento
              else
                 if ante-cpf(ante-sub) <> ante-cpf(ante-sub - 1)
                    perform reverter-documento
                 end-if
              end-if
           end-perform
           perform conferir-audit-sem-antes
           perform imprimir-total-geral

           close cadastro
           close relatorio

           perform show-summary
      *    scheduler-friendly end: 0 = fully reverted, 4 = records
      *    left for manual review, 12 = rollback failed.
           if cont-nao-revertidos > zero
              display "carga nao revertida por completo - cadeia"
                 " noturna continua bloqueada para o movimento"
              move 4 to return-code
           else
              perform gravar-log-cadeia
           end-if
           stop run
           .

       parse-runtime-params.
      *    runtime override: "[DATA=aaaammdd] [AUDIT=file]", both
      *    optional.  DATA names the load to revert (default today);
      *    its audit is cadastro-audit-<DATA>.txt unless AUDIT points
      *    at another copy of it (restored from backup, renamed).
           accept param-line from command-line
           move spaces to param-tok1, param-tok2
           unstring param-line delimited by all space
              into param-tok1 param-tok2
           end-unstring
           move param-tok1 to param-line
           perform classify-runtime-param
           move param-tok2 to param-line
           perform classify-runtime-param
           move spaces to cadastro-antes-file
           string "cadastro-antes-" data-carga ".txt"
              delimited by size into cadastro-antes-file
           end-string
           if cadastro-audit-file = spaces
              string "cadastro-audit-" data-carga ".txt"
                 delimited by size into cadastro-audit-file
              end-string
           end-if
           .

       classify-runtime-param.
           evaluate true
              when param-line = spaces
                 continue
              when param-line(1:5) = "DATA="
                 if param-line(6:8) is numeric
                    move param-line(6:8) to data-carga
                 else
                    display "erro: data invalida: "
                       function trim(param-line)
                    move 12 to return-code
                    stop run
                 end-if
              when param-line(1:6) = "AUDIT="
                 move param-line(7:58) to cadastro-audit-file
              when other
                 display "aviso: parametro desconhecido ignorado: "
                    function trim(param-line)
           end-evaluate
           .

       carregar-antes.
      *    no before-image means there is nothing to roll back to:
      *    stop without touching the master.
           open input cadastro-antes
           if fs-cadastro-antes <> "00"
              perform show-cadastro-antes-file-error
              display "nenhum before-image para a carga de "
                 data-carga
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read cadastro-antes next
              if fs-cadastro-antes <> "00"
                 exit perform
              end-if
              if ant-cpf is not numeric or
                 (ant-existia <> "S" and ant-existia <> "N")
                 display "erro: before-image malformado: "
                    cadastro-antes-reg
                 close cadastro-antes
                 move 12 to return-code
                 stop run
              end-if
              if qtd-antes >= 500000
                 display "erro: before-image excede 500000 registros"
                 close cadastro-antes
                 move 12 to return-code
                 stop run
              end-if
              add 1 to qtd-antes
              move ant-cpf     to ante-cpf(qtd-antes)
              move qtd-antes   to ante-seq(qtd-antes)
              move ant-existia to ante-existia(qtd-antes)
              move ant-nome    to ante-nome(qtd-antes)
           end-perform
           close cadastro-antes
           if qtd-antes > zero
              sort ante-entry ascending ante-cpf ante-seq
           end-if
           .

       carregar-audit.
      *    only this load's includes and updates matter; an audit
      *    of another night (a wrong AUDIT=, a misnamed copy) would
      *    make the "changed since" test meaningless, so it is
      *    refused rather than half-used.
           open input cadastro-audit
           if fs-cadastro-audit <> "00"
              perform show-cadastro-audit-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read cadastro-audit next
              if fs-cadastro-audit <> "00"
                 exit perform
              end-if
              if aud-data-carga <> data-carga
                 add 1 to cont-audit-outra
              else
                 if aud-acao = "incluido" or aud-acao = "atualizado"
                    perform guardar-audit
                 end-if
              end-if
           end-perform
           close cadastro-audit
           if qtd-audit = zero and cont-audit-outra > zero
              display "erro: audit '"
                 function trim(cadastro-audit-file)
                 "' nao pertence a carga de " data-carga
                 " - informe AUDIT= com o audit daquela noite"
              move 12 to return-code
              stop run
           end-if
           if qtd-audit > zero
              sort audt-entry ascending audt-cpf audt-seq
           end-if
           .

       guardar-audit.
           move aud-documento to valcpf-documento
           call "VALCPF" using valcpf-area
           if valcpf-malformado
              display "linha de audit ignorada: " cadastro-audit-reg
           else
              if qtd-audit >= 500000
                 display "erro: audit excede 500000 registros"
                 close cadastro-audit
                 move 12 to return-code
                 stop run
              end-if
              add 1 to qtd-audit
              move valcpf-numero to audt-cpf(qtd-audit)
              move qtd-audit     to audt-seq(qtd-audit)
              move aud-acao      to audt-acao(qtd-audit)
              move aud-nome      to audt-nome(qtd-audit)
           end-if
           .

       reverter-documento.
      *    ante-sub is the first image of the document: the state the
      *    master had before the load.
           add 1 to cont-documentos
           move ante-cpf(ante-sub) to doc-atual
           perform localizar-audit
           move doc-atual to cad-cpf
           read cadastro
           if fs-cadastro <> "00" and fs-cadastro <> "23"
              perform show-cadastro-file-error
              close cadastro
              close relatorio
              move 12 to return-code
              stop run
           end-if

           move doc-atual to det-doc
           move spaces    to det-nome
           if ante-existia(ante-sub) = "N"
              move "inclusao" to det-acao
              perform reverter-inclusao
           else
              move "alteracao" to det-acao
              perform reverter-alteracao
           end-if
           perform imprimir-detalhe
           .

       reverter-inclusao.
           evaluate true
              when fs-cadastro = "23"
                 move "ja revertido" to det-resultado
                 add 1 to cont-ja-revertidos
              when not audit-encontrado
                 move "nao rev.: sem audit" to det-resultado
                 move cad-nome to det-nome
                 add 1 to cont-nao-revertidos
              when cad-nome <> audt-nome(audt-sub)
                 move "nao rev.: alterado" to det-resultado
                 move cad-nome to det-nome
                 add 1 to cont-nao-revertidos
              when other
                 delete cadastro record
                 if fs-cadastro <> "00"
                    perform show-cadastro-file-error
                    move "nao rev.: erro i/o" to det-resultado
                    add 1 to cont-nao-revertidos
                 else
                    move "registro excluido" to det-resultado
                    add 1 to cont-excluidos
                 end-if
                 move audt-nome(audt-sub) to det-nome
           end-evaluate
           .

       reverter-alteracao.
           evaluate true
              when fs-cadastro = "23"
                 move "nao rev.: excluido" to det-resultado
                 move ante-nome(ante-sub) to det-nome
                 add 1 to cont-nao-revertidos
              when cad-nome = ante-nome(ante-sub)
                 move "ja revertido" to det-resultado
                 move cad-nome to det-nome
                 add 1 to cont-ja-revertidos
              when not audit-encontrado
                 move "nao rev.: sem audit" to det-resultado
                 move cad-nome to det-nome
                 add 1 to cont-nao-revertidos
              when cad-nome <> audt-nome(audt-sub)
                 move "nao rev.: alterado" to det-resultado
                 move cad-nome to det-nome
                 add 1 to cont-nao-revertidos
              when other
                 move ante-nome(ante-sub) to cad-nome
                 rewrite cadastro-reg
                 if fs-cadastro <> "00"
                    perform show-cadastro-file-error
                    move "nao rev.: erro i/o" to det-resultado
                    add 1 to cont-nao-revertidos
                 else
                    move "nome restaurado" to det-resultado
                    add 1 to cont-restaurados
                 end-if
                 move ante-nome(ante-sub) to det-nome
           end-evaluate
           .

       localizar-audit.
      *    search all lands on any entry of the document; step
      *    forward to its last one.
           move "N" to audit-flag
           if qtd-audit > zero
              search all audt-entry
                 at end continue
                 when audt-cpf(audt-idx) = doc-atual
                    set audit-encontrado to true
                    set audt-sub to audt-idx
              end-search
           end-if
           if audit-encontrado
              perform until audt-sub >= qtd-audit
                 if audt-cpf(audt-sub + 1) <> doc-atual
                    exit perform
                 end-if
                 add 1 to audt-sub
              end-perform
           end-if
           .

       conferir-audit-sem-antes.
      *    an include or update in the audit without a before-image
      *    (the image write failed, or the file was edited) cannot be
      *    reverted automatically: it goes on the report for manual
      *    review.
           perform varying audt-sub from 1 by 1
                      until audt-sub > qtd-audit
              if audt-sub = 1
                 perform conferir-antes-documento
              else
                 if audt-cpf(audt-sub) <> audt-cpf(audt-sub - 1)
                    perform conferir-antes-documento
                 end-if
              end-if
           end-perform
           .

       conferir-antes-documento.
           move "N" to antes-flag
           if qtd-antes > zero
              search all ante-entry
                 at end continue
                 when ante-cpf(ante-idx) = audt-cpf(audt-sub)
                    set antes-encontrado to true
              end-search
           end-if
           if not antes-encontrado
              add 1 to cont-documentos
              add 1 to cont-nao-revertidos
              move audt-cpf(audt-sub) to det-doc
              if audt-acao(audt-sub) = "incluido"
                 move "inclusao" to det-acao
              else
                 move "alteracao" to det-acao
              end-if
              move "nao rev.: sem imagem" to det-resultado
              move audt-nome(audt-sub) to det-nome
              perform imprimir-detalhe
           end-if
           .

       gravar-log-cadeia.
      *    tells the nightly driver the load of this movement was
      *    undone, so AtualizaCadastro may run for it again.  a
      *    failure here does not undo the rollback: it is reported
      *    and the job log can be fixed by hand.
           open extend cadeia-log
           if fs-cadeia-log <> "00" and fs-cadeia-log <> "05"
              perform show-cadeia-log-file-error
           else
              move spaces            to cadeia-log-reg
              move data-carga        to log-movimento
              move zeros             to log-sequencia
              move "AtualizaCadastro" to log-programa
              move "REVERTID"        to log-situacao
              accept log-data-inicio from date yyyymmdd
              accept hora-agora from time
              move hora-agora(1:6)   to log-hora-inicio
              move log-data-inicio   to log-data-fim
              move log-hora-inicio   to log-hora-fim
              move zeros             to log-rc
              write cadeia-log-reg
              if fs-cadeia-log <> "00"
                 perform show-cadeia-log-file-error
              end-if
              close cadeia-log
           end-if
           .

       nova-pagina.
           add 1 to pagina
           string data-carga(1:4) "/" data-carga(5:2) "/"
              data-carga(7:2) delimited by size into cab-data
           end-string
           move pagina to cab-pagina
           if pagina > 1
              move spaces to relatorio-linha
              write relatorio-linha
           end-if
           write relatorio-linha from cab-titulo
           write relatorio-linha from dataneg-descricao
           write relatorio-linha from linha-separadora
           write relatorio-linha from cab-colunas
           write relatorio-linha from linha-separadora
           move 5 to linhas
           perform check-relatorio-write
           .

       conferir-quebra-pagina.
           if linhas >= linhas-por-pagina
              perform nova-pagina
           end-if
           .

       imprimir-detalhe.
           perform conferir-quebra-pagina
           write relatorio-linha from linha-detalhe
           add 1 to linhas
           perform check-relatorio-write
           .

       imprimir-total-geral.
           perform conferir-quebra-pagina
           move spaces to relatorio-linha
           write relatorio-linha
           write relatorio-linha from linha-separadora
           move "documentos na carga:            " to tot-descricao
           move cont-documentos to tot-qtd
           write relatorio-linha from linha-total
           move "registros excluidos:            " to tot-descricao
           move cont-excluidos to tot-qtd
           write relatorio-linha from linha-total
           move "nomes restaurados:              " to tot-descricao
           move cont-restaurados to tot-qtd
           write relatorio-linha from linha-total
           move "ja revertidos anteriormente:    " to tot-descricao
           move cont-ja-revertidos to tot-qtd
           write relatorio-linha from linha-total
           move "nao revertidos (revisao manual):" to tot-descricao
           move cont-nao-revertidos to tot-qtd
           write relatorio-linha from linha-total
           write relatorio-linha from linha-separadora
           add 8 to linhas
           perform check-relatorio-write
           .

       check-relatorio-write.
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
           end-if
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo da reversao da carga de " data-carga
           display "documentos na carga: " cont-documentos
           display "registros excluidos: " cont-excluidos
           display "nomes restaurados  : " cont-restaurados
           display "ja revertidos      : " cont-ja-revertidos
           display "nao revertidos     : " cont-nao-revertidos
           display "relatorio gravado em " function trim(relatorio-file)
           display "---------------------------------------------"
           .

       show-cadastro-antes-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-cadastro-antes,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(cadastro-antes-file) "', (status = "
              fs-cadastro-antes ")"
           .

       show-cadastro-audit-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-cadastro-audit,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(cadastro-audit-file) "', (status = "
              fs-cadastro-audit ")"
           .

       show-cadastro-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-cadastro,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(cadastro-file) "', (status = "
              fs-cadastro ")"
           .

       show-relatorio-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-relatorio,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(relatorio-file) "', (status = "
              fs-relatorio ")"
           .

       show-cadeia-log-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-cadeia-log,
                                              msg by error-message.
           display "aviso: log da cadeia nao atualizado - "
              function trim(error-message) " '"
              function trim(cadeia-log-file) "', (status = "
              fs-cadeia-log ")"
           .
