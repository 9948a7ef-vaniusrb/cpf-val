       identification division.
       program-id. DATANEG.

      *    the business date of the run, in one place.  every batch
      *    program used to take "today" from the system clock, so a
      *    rerun of Tuesday's movement on Wednesday aged captures,
      *    pendencies and the validated-documents window by a day,
      *    applied Wednesday's denylist and wrote Wednesday into
      *    run-history.  the business date now comes from the
      *    processing-date control record maintained by operations
      *    (see ManutencaoDataProc); the system clock only supplies
      *    the actual date and time of the run, which the callers
      *    record next to the business date.
      *
      *    the control record is read on the first call only - a run
      *    keeps one business date from start to end even when it
      *    crosses midnight - while the actual date and time are
      *    refreshed on every call.  a missing or unusable control
      *    record falls back to the system date with a warning, so a
      *    program never stops for want of it.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select optional data-processamento
             assign to data-processamento-file
             organization is line sequential
             file status is fs-data-processamento.

       data division.
       file section.
      *    processing-date control record, layout as written by
      *    ManutencaoDataProc: the business date, "N" normal run or
      *    "R" rerun of an earlier business day, who set it and when.
       fd  data-processamento.
       01  data-processamento-reg.
           05 dpr-data-negocio     pic x(08).
           05 filler               pic x(01).
           05 dpr-tipo-execucao    pic x(01).
           05 filler               pic x(01).
           05 dpr-usuario          pic x(10).
           05 filler               pic x(01).
           05 dpr-data-atualizacao pic x(08).
           05 filler               pic x(01).
           05 dpr-hora-atualizacao pic x(06).

       working-storage section.
       77  data-processamento-file pic x(64)
                                  value "data-processamento.txt".
       77  fs-data-processamento  pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  hora-agora             pic 9(08) value zeros.
       77  data-lida              pic 9(08) value zeros.
       77  dias-atraso            pic s9(08) comp-5 value zero.
       77  aviso-motivo           pic x(40) value spaces.
       77  carregado-flag         pic x(01) value "N".
           88 controle-carregado   value "S".

      *    what the first call found, handed back on every call.
       77  neg-data               pic 9(08) value zeros.
       77  neg-tipo               pic x(01) value "N".
       77  neg-origem             pic x(01) value "S".
       77  neg-usuario            pic x(10) value spaces.

       linkage section.
       copy "DataNeg-Area.cpy".

       procedure division using dataneg-area.
           accept dataneg-data-real from date yyyymmdd
           accept hora-agora from time
           move hora-agora(1:6) to dataneg-hora-real

           if not controle-carregado
              perform carregar-controle
              set controle-carregado to true
           end-if

           move neg-data    to dataneg-data-negocio
           move neg-tipo    to dataneg-tipo-execucao
           move neg-origem  to dataneg-origem
           move neg-usuario to dataneg-usuario
           perform montar-descricao
           goback
           .

       carregar-controle.
           move spaces to aviso-motivo
           open input data-processamento
           if fs-data-processamento <> "00" and
              fs-data-processamento <> "05"
              perform show-data-processamento-file-error
              move "controle ilegivel" to aviso-motivo
           else
              read data-processamento next
              if fs-data-processamento <> "00"
                 move "controle ausente ou vazio" to aviso-motivo
              else
                 perform validar-controle
              end-if
              close data-processamento
           end-if

           if aviso-motivo <> spaces
              move dataneg-data-real to neg-data
              move "N" to neg-tipo
              move "S" to neg-origem
              move spaces to neg-usuario
              display "aviso: data de processamento indisponivel ("
                 function trim(aviso-motivo)
                 ") - usando a data do sistema " dataneg-data-real
           end-if
           .

       validar-controle.
      *    a business date later than the clock is a keying error,
      *    never a real business day: the clock wins.  a normal run
      *    more than a day behind the clock (a nightly chain may end
      *    after midnight) usually means nobody advanced the control
      *    record - the run goes ahead, but says so loudly.
           move zeros to data-lida
           if dpr-data-negocio is numeric
              move dpr-data-negocio to data-lida
           end-if
           evaluate true
              when function test-date-yyyymmdd(data-lida) <> zero
                 move "data invalida no controle" to aviso-motivo
              when data-lida > dataneg-data-real
                 move "data de negocio futura" to aviso-motivo
              when dpr-tipo-execucao <> "N" and
                   dpr-tipo-execucao <> "R"
                 move "tipo de execucao invalido" to aviso-motivo
              when other
                 move data-lida         to neg-data
                 move dpr-tipo-execucao to neg-tipo
                 move "C"               to neg-origem
                 move dpr-usuario       to neg-usuario
                 if neg-tipo = "N"
                    compute dias-atraso =
                       function integer-of-date(dataneg-data-real)
                       - function integer-of-date(neg-data)
                    if dias-atraso > 1
                       display "aviso: execucao normal com data de"
                          " negocio " neg-data " - controle de data"
                          " nao foi avancado?"
                    end-if
                 end-if
           end-evaluate
           .

       montar-descricao.
           move spaces to dataneg-descricao
           evaluate true
              when dataneg-do-relogio
                 string "data de negocio " neg-data(1:4) "/"
                    neg-data(5:2) "/" neg-data(7:2)
                    " - data do sistema"
                    delimited by size into dataneg-descricao
                 end-string
              when dataneg-reprocesso
                 string "data de negocio " neg-data(1:4) "/"
                    neg-data(5:2) "/" neg-data(7:2)
                    " - reprocesso em "
                    dataneg-data-real(1:4) "/" dataneg-data-real(5:2)
                    "/" dataneg-data-real(7:2)
                    delimited by size into dataneg-descricao
                 end-string
              when other
                 string "data de negocio " neg-data(1:4) "/"
                    neg-data(5:2) "/" neg-data(7:2)
                    " - executado em "
                    dataneg-data-real(1:4) "/" dataneg-data-real(5:2)
                    "/" dataneg-data-real(7:2)
                    delimited by size into dataneg-descricao
                 end-string
           end-evaluate
           .

       show-data-processamento-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-data-processamento,
              msg by error-message.
           display "aviso: " function trim(error-message) " '"
              function trim(data-processamento-file) "', (status = "
              fs-data-processamento ")"
           .
