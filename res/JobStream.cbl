       identification division.
       program-id. ControleCadeia.

      *    driver for the nightly chain (ManutencaoDenylist,
      *    ValidadeCpfs, ValidadeCnpjs, AtualizaCadastro,
      *    AcompanhaRejeitos and the reports), replacing the operator
      *    who ran each step by hand and eyeballed its return code.
      *    the steps, their parameters and the highest return code
      *    each may end with before the chain stops come from the
      *    step-control file; every start and end is appended to the
      *    job log with date, time and return code.
      *
      *    the job log is also the restart record: a rerun for the
      *    same movement resumes at the first step that did not end
      *    within its limit instead of starting over.  a step marked
      *    unico (AtualizaCadastro) never runs twice for the same
      *    movement - once it completed it is skipped even when an
      *    earlier step is rerun, and once it started without
      *    completing the chain stops until the load is rolled back
      *    with RestauraCadastro, whose "REVERTID" line in the job
      *    log releases the step to run again.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select cadeia-passos assign to cadeia-passos-file
             organization is line sequential
             file status is fs-cadeia-passos.

             select optional cadeia-log assign to cadeia-log-file
             organization is line sequential
             file status is fs-cadeia-log.

       data division.
       file section.
      *    step-control file, maintained by operations: one line per
      *    step, run in file order.  sequencia identifies the step in
      *    the job log, programa is the name it is logged under,
      *    executavel the command that runs it (path allowed),
      *    rc-maximo the highest return code (00, 04 or 12) the step
      *    may end with and still let the chain go on, unico "S"
      *    for a step that must never run twice for the same
      *    movement.  lines starting with "*" are comments.
       fd  cadeia-passos.
       01  cadeia-passos-reg.
           05 pas-sequencia        pic x(02).
           05 filler               pic x(01).
           05 pas-programa         pic x(20).
           05 filler               pic x(01).
           05 pas-executavel       pic x(40).
           05 filler               pic x(01).
           05 pas-rc-maximo        pic x(02).
           05 filler               pic x(01).
           05 pas-unico            pic x(01).
           05 filler               pic x(01).
           05 pas-parametros       pic x(60).

      *    job log, appended forever: an "INICIADO" line when a step
      *    starts and an "OK" or "FALHA" line when it ends, keyed by
      *    movement and step sequence.  the log is opened and closed
      *    around each line so a step that crashes the machine
      *    still leaves its "INICIADO" behind for the restart.
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
       77  cadeia-passos-file     pic x(64) value "cadeia-passos.txt".
       77  cadeia-log-file        pic x(64) value "cadeia-log.txt".
       77  fs-cadeia-passos       pic x(02) value spaces.
       77  fs-cadeia-log          pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  data-hoje              pic 9(08) value zeros.
       77  hora-agora             pic 9(08) value zeros.
       77  movimento              pic 9(08) value zeros.
       77  passo-forcado          pic 9(02) value zeros.
       77  pas-idx                pic 9(04) comp-5 value zero.
       77  passo-inicial          pic 9(04) comp-5 value zero.
       77  rc-passo               pic s9(09) comp-5 value zero.
       77  rc-maior               pic s9(09) comp-5 value zero.
       77  comando                pic x(128) value spaces.
       77  cont-executados        pic 9(04) comp-5 value zero.
       77  cont-pulados           pic 9(04) comp-5 value zero.
       77  data-inicio            pic 9(08) value zeros.
       77  hora-inicio            pic 9(06) value zeros.
       77  situacao-passo         pic x(08) value spaces.
       77  rc-editado             pic zzz9.
       77  cadeia-flag            pic x(01) value "N".
           88 cadeia-interrompida  value "S".

      *    the steps in storage, with the state the job log gives
      *    each one for this movement: "N" never started, "I"
      *    started without an end line, "O" ended within its limit,
      *    "F" ended above it.
       77  qtd-passos             pic 9(04) comp-5 value zero.
       01  tab-passos.
           05 pas-entry occurs 1 to 50
              depending on qtd-passos.
              10 pas-seq          pic 9(02).
              10 pas-nome         pic x(20).
              10 pas-exec         pic x(40).
              10 pas-limite       pic 9(02).
              10 pas-so-uma-vez   pic x(01).
              10 pas-params       pic x(60).
              10 pas-estado       pic x(01).

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           move data-hoje to movimento
           perform parse-runtime-params
           perform conferir-movimento
           perform carregar-passos
           perform ler-log-cadeia
           perform achar-passo-inicial

           display "cadeia noturna - movimento " movimento
           display function trim(dataneg-descricao)
           if passo-inicial > qtd-passos
              display "todos os passos ja concluidos para o movimento"
                 " - nada a executar"
              stop run
           end-if
           if passo-inicial > 1
              display "reinicio no passo " pas-seq(passo-inicial)
                 " (" function trim(pas-nome(passo-inicial)) ")"
           end-if

           perform varying pas-idx from passo-inicial by 1
                      until pas-idx > qtd-passos
                         or cadeia-interrompida
              perform executar-passo
           end-perform

           perform show-summary
      *    scheduler-friendly end: the highest return code among the
      *    steps run when the chain completed, 12 when it stopped.
           if cadeia-interrompida
              move 12 to return-code
           else
              move rc-maior to return-code
           end-if
           stop run
           .

       parse-runtime-params.
      *    runtime override: "[MOVIMENTO=aaaammdd] [PASSO=nn]", both
      *    optional.  MOVIMENTO names the movement the job log is
      *    keyed by (default the business date, see DATANEG) and
      *    must agree with it; PASSO forces the chain to start
      *    at step nn instead of the restart point the log gives -
      *    the unico rule still applies.
           accept param-line from command-line
           move spaces to param-tok1, param-tok2
           unstring param-line delimited by all space
              into param-tok1 param-tok2
           end-unstring
           move param-tok1 to param-line
           perform classify-runtime-param
           move param-tok2 to param-line
           perform classify-runtime-param
           .

       classify-runtime-param.
           evaluate true
              when param-line = spaces
                 continue
              when param-line(1:10) = "MOVIMENTO="
                 if param-line(11:8) is numeric
                    move param-line(11:8) to movimento
                 else
                    display "aviso: movimento invalido ignorado: "
                       function trim(param-line)
                 end-if
              when param-line(1:6) = "PASSO="
                 if param-line(7:2) is numeric
                    move param-line(7:2) to passo-forcado
                 else
                    display "aviso: passo invalido ignorado: "
                       function trim(param-line)
                 end-if
              when other
                 display "aviso: parametro desconhecido ignorado: "
                    function trim(param-line)
           end-evaluate
           .

       conferir-movimento.
      *    the steps take their business date from the processing-date
      *    control record, not from this program: a chain logged
      *    under one movement while its steps work under another
      *    would restart and skip the wrong things.  a rerun of an
      *    earlier movement is set up with ManutencaoDataProc first.
           if movimento <> data-hoje
              display "erro: movimento " movimento
                 " difere da data de processamento " data-hoje
              display "      ajuste a data de processamento com"
                 " ManutencaoDataProc antes de rodar a cadeia"
              move 12 to return-code
              stop run
           end-if
           .

       carregar-passos.
      *    without a readable step-control file there is no chain to
      *    run: that is a hard stop, not a degraded run.
           open input cadeia-passos
           if fs-cadeia-passos <> "00"
              perform show-cadeia-passos-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read cadeia-passos next
              if fs-cadeia-passos <> "00"
                 exit perform
              end-if
              evaluate true
                 when cadeia-passos-reg = spaces
                    continue
                 when cadeia-passos-reg(1:1) = "*"
                    continue
                 when pas-sequencia is not numeric or
                      pas-programa = spaces or
                      pas-executavel = spaces
                    display "erro: passo malformado: "
                       cadeia-passos-reg
                    set cadeia-interrompida to true
                 when pas-rc-maximo <> "00" and pas-rc-maximo <> "04"
                      and pas-rc-maximo <> "12"
                    display "erro: rc maximo deve ser 00, 04 ou 12: "
                       cadeia-passos-reg
                    set cadeia-interrompida to true
                 when qtd-passos >= 50
                    display "erro: mais de 50 passos na cadeia"
                    set cadeia-interrompida to true
                 when other
                    add 1 to qtd-passos
                    move pas-sequencia  to pas-seq(qtd-passos)
                    move pas-programa   to pas-nome(qtd-passos)
                    move pas-executavel to pas-exec(qtd-passos)
                    move pas-rc-maximo  to pas-limite(qtd-passos)
                    move pas-unico      to pas-so-uma-vez(qtd-passos)
                    move pas-parametros to pas-params(qtd-passos)
                    move "N"            to pas-estado(qtd-passos)
              end-evaluate
           end-perform
           close cadeia-passos
      *    a half-understood chain must not run at all: the wrong
      *    step could be skipped or repeated.
           if cadeia-interrompida or qtd-passos = zero
              display "erro: arquivo de passos invalido ou vazio '"
                 function trim(cadeia-passos-file) "'"
              move 12 to return-code
              stop run
           end-if
           .

       ler-log-cadeia.
      *    replays the job log for this movement: the last line of a
      *    step wins, so a step that failed and was later rerun
      *    successfully reads "O".  optional + status "05": no log
      *    yet means nothing ran yet.
           open input cadeia-log
           if fs-cadeia-log <> "00" and fs-cadeia-log <> "05"
              perform show-cadeia-log-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read cadeia-log next
              if fs-cadeia-log <> "00"
                 exit perform
              end-if
              if log-movimento is numeric and
                 log-movimento = movimento
                 perform aplicar-linha-log
              end-if
           end-perform
           close cadeia-log
           .

       aplicar-linha-log.
      *    a rollback does not know the step's sequence in the chain:
      *    its "REVERTID" line names the program instead, and puts
      *    the step back to never started.
           perform varying pas-idx from 1 by 1
                      until pas-idx > qtd-passos
              if log-situacao = "REVERTID"
                 if pas-nome(pas-idx) = log-programa
                    move "N" to pas-estado(pas-idx)
                 end-if
              else
                 if log-sequencia is numeric and
                    pas-seq(pas-idx) = log-sequencia
                    evaluate log-situacao
                       when "INICIADO"
                          move "I" to pas-estado(pas-idx)
                       when "OK"
                          move "O" to pas-estado(pas-idx)
                       when "FALHA"
                          move "F" to pas-estado(pas-idx)
                       when other
                          continue
                    end-evaluate
                 end-if
              end-if
           end-perform
           .

       achar-passo-inicial.
      *    the restart point is the first step this movement has
      *    not completed; an explicit PASSO= overrides it.
           move 1 to passo-inicial
           if passo-forcado > zero
              perform varying pas-idx from 1 by 1
                         until pas-idx > qtd-passos
                 if pas-seq(pas-idx) = passo-forcado
                    exit perform
                 end-if
              end-perform
              if pas-idx > qtd-passos
                 display "erro: passo " passo-forcado
                    " nao existe no arquivo de passos"
                 move 12 to return-code
                 stop run
              end-if
              move pas-idx to passo-inicial
           else
              perform varying pas-idx from 1 by 1
                         until pas-idx > qtd-passos
                 if pas-estado(pas-idx) <> "O"
                    exit perform
                 end-if
              end-perform
              move pas-idx to passo-inicial
           end-if
           .

       executar-passo.
           evaluate true
              when pas-so-uma-vez(pas-idx) = "S" and
                   pas-estado(pas-idx) = "O"
                 display "passo " pas-seq(pas-idx) " "
                    function trim(pas-nome(pas-idx))
                    " ja concluido para o movimento - nao repetido"
                 add 1 to cont-pulados
              when pas-so-uma-vez(pas-idx) = "S" and
                   (pas-estado(pas-idx) = "I" or
                    pas-estado(pas-idx) = "F")
                 display "erro: passo " pas-seq(pas-idx) " "
                    function trim(pas-nome(pas-idx))
                    " ja foi iniciado para o movimento " movimento
                    " sem concluir - reverter com RestauraCadastro"
                    " antes de nova execucao"
                 set cadeia-interrompida to true
              when other
                 perform rodar-passo
           end-evaluate
           .

       rodar-passo.
           move spaces to comando
           string function trim(pas-exec(pas-idx)) " "
              function trim(pas-params(pas-idx))
              delimited by size into comando
           end-string
           accept data-inicio from date yyyymmdd
           accept hora-agora from time
           move hora-agora(1:6) to hora-inicio
           move "INICIADO" to situacao-passo
           move zero to rc-passo
           perform gravar-log
           display "passo " pas-seq(pas-idx) " "
              function trim(pas-nome(pas-idx)) " iniciado: "
              function trim(comando)

           call "SYSTEM" using comando
      *    SYSTEM hands back the shell's wait status, with the step's
      *    exit code in the high byte.
           move return-code to rc-passo
           move zero to return-code
           if rc-passo > 255
              divide rc-passo by 256 giving rc-passo
           end-if
           add 1 to cont-executados

           if rc-passo > pas-limite(pas-idx) or rc-passo < zero
              move "FALHA" to situacao-passo
              set cadeia-interrompida to true
           else
              move "OK" to situacao-passo
              if rc-passo > rc-maior
                 move rc-passo to rc-maior
              end-if
           end-if
           perform gravar-log
           move rc-passo to rc-editado
           display "passo " pas-seq(pas-idx) " "
              function trim(pas-nome(pas-idx)) " terminou com rc "
              function trim(rc-editado) " (maximo "
              pas-limite(pas-idx) ") - " function trim(situacao-passo)
           if cadeia-interrompida
              display "cadeia interrompida no passo " pas-seq(pas-idx)
                 " - rodar novamente para reiniciar deste passo"
           end-if
           .

       gravar-log.
      *    a job log line that cannot be written would make the
      *    restart lie about what ran: stop the chain rather than
      *    run on unrecorded.
           open extend cadeia-log
           if fs-cadeia-log <> "00" and fs-cadeia-log <> "05"
              perform show-cadeia-log-file-error
              move 12 to return-code
              stop run
           end-if
           move spaces               to cadeia-log-reg
           move movimento            to log-movimento
           move pas-seq(pas-idx)     to log-sequencia
           move pas-nome(pas-idx)    to log-programa
           move situacao-passo       to log-situacao
           move data-inicio          to log-data-inicio
           move hora-inicio          to log-hora-inicio
           if situacao-passo = "INICIADO"
              move zeros             to log-data-fim
              move zeros             to log-hora-fim
           else
              accept log-data-fim from date yyyymmdd
              accept hora-agora from time
              move hora-agora(1:6)   to log-hora-fim
           end-if
           move rc-passo             to log-rc
           write cadeia-log-reg
           if fs-cadeia-log <> "00"
              perform show-cadeia-log-file-error
              close cadeia-log
              move 12 to return-code
              stop run
           end-if
           close cadeia-log
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo da cadeia noturna - movimento " movimento
           display "passos na cadeia   : " qtd-passos
           display "passos executados  : " cont-executados
           display "passos nao repetidos: " cont-pulados
           if cadeia-interrompida
              display "situacao           : INTERROMPIDA"
           else
              display "situacao           : CONCLUIDA"
           end-if
           display "---------------------------------------------"
           .

       show-cadeia-passos-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-cadeia-passos,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(cadeia-passos-file) "', (status = "
              fs-cadeia-passos ")"
           .

       show-cadeia-log-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-cadeia-log,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(cadeia-log-file) "', (status = "
              fs-cadeia-log ")"
           .
