       identification division.
       program-id. ManutencaoDataProc.

      *    sets the business date every batch program works under -
      *    the processing-date control record read by DATANEG.
      *    operations run it once before the nightly chain to advance
      *    the date, or to name an earlier business day before a
      *    rerun, so the rerun ages, filters and stamps everything as
      *    of the day being reprocessed rather than the day it
      *    happens to run on.
      *
      *    "DATA=aaaammdd [TIPO=N|R] [USUARIO=nome]".  TIPO defaults
      *    to N (normal) for today or yesterday - a chain may start
      *    after midnight - and to R (reprocesso) for anything
      *    earlier; a normal run for an older day is refused, a
      *    business date later than today always is.  USUARIO
      *    defaults to the login running the program.  with no DATA
      *    the current setting is shown and nothing changes.
      *
      *    each change is also appended to data-processamento-hist.txt
      *    (before and after, who and when), so a reprocessing can be
      *    traced afterwards.

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

             select optional data-processamento-hist
             assign to data-processamento-hist-file
             organization is line sequential
             file status is fs-data-processamento-hist.

       data division.
       file section.
      *    processing-date control record, one line, read by DATANEG.
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

      *    one line per change of the control record, appended.
       fd  data-processamento-hist.
       01  data-processamento-hist-reg.
           05 dph-data-atualizacao pic 9(08).
           05 filler               pic x(01).
           05 dph-hora-atualizacao pic 9(06).
           05 filler               pic x(01).
           05 dph-usuario          pic x(10).
           05 filler               pic x(01).
           05 dph-data-anterior    pic x(08).
           05 filler               pic x(01).
           05 dph-tipo-anterior    pic x(01).
           05 filler               pic x(01).
           05 dph-data-nova        pic 9(08).
           05 filler               pic x(01).
           05 dph-tipo-nova        pic x(01).

       working-storage section.
       77  data-processamento-file pic x(64)
                                  value "data-processamento.txt".
       77  data-processamento-hist-file pic x(64)
                                  value "data-processamento-hist.txt".
       77  fs-data-processamento  pic x(02) value spaces.
       77  fs-data-processamento-hist pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.

       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  param-tok3             pic x(64) value spaces.

       77  data-hoje              pic 9(08) value zeros.
       77  hora-agora             pic 9(08) value zeros.
       77  data-nova              pic 9(08) value zeros.
       77  tipo-novo              pic x(01) value spaces.
       77  usuario-novo           pic x(10) value spaces.
       77  dias-atras             pic s9(08) comp-5 value zero.

       77  data-anterior          pic x(08) value spaces.
       77  tipo-anterior          pic x(01) value spaces.

       77  data-informada-flag    pic x(01) value "N".
           88 data-informada       value "S".

       copy "DataNeg-Area.cpy".

       procedure division.
           accept data-hoje from date yyyymmdd
           accept hora-agora from time
           perform parse-runtime-params
           perform ler-controle-atual

           if not data-informada
              perform mostrar-controle-atual
              stop run
           end-if

           perform validar-pedido
           perform gravar-controle
           perform gravar-historico

           display "data de processamento alterada: "
              data-anterior " " tipo-anterior " -> "
              data-nova " " tipo-novo " (" function trim(usuario-novo)
              ")"
           stop run
           .

       parse-runtime-params.
           accept param-line from command-line
           move spaces to param-tok1, param-tok2, param-tok3
           unstring param-line delimited by all space
              into param-tok1 param-tok2 param-tok3
           end-unstring
           move param-tok1 to param-line
           perform classify-runtime-param
           move param-tok2 to param-line
           perform classify-runtime-param
           move param-tok3 to param-line
           perform classify-runtime-param
           .

       classify-runtime-param.
           evaluate true
              when param-line = spaces
                 continue
              when param-line(1:5) = "DATA="
                 if param-line(6:8) is numeric and
                    param-line(14:) = spaces
                    move param-line(6:8) to data-nova
                    set data-informada to true
                 else
                    display "erro: data invalida: "
                       function trim(param-line)
                    move 12 to return-code
                    stop run
                 end-if
              when param-line(1:5) = "TIPO="
                 move param-line(6:1) to tipo-novo
                 if (tipo-novo <> "N" and tipo-novo <> "R") or
                    param-line(7:) <> spaces
                    display "erro: tipo de execucao invalido: "
                       function trim(param-line)
                       " (use TIPO=N ou TIPO=R)"
                    move 12 to return-code
                    stop run
                 end-if
              when param-line(1:8) = "USUARIO="
                 move param-line(9:10) to usuario-novo
              when other
                 display "aviso: parametro desconhecido ignorado: "
                    function trim(param-line)
           end-evaluate
           .

       ler-controle-atual.
           open input data-processamento
           if fs-data-processamento <> "00" and
              fs-data-processamento <> "05"
              perform show-data-processamento-file-error
              move 12 to return-code
              stop run
           end-if
           read data-processamento next
           if fs-data-processamento = "00"
              move dpr-data-negocio  to data-anterior
              move dpr-tipo-execucao to tipo-anterior
           else
              move spaces to data-processamento-reg
           end-if
           close data-processamento
           .

       mostrar-controle-atual.
           if data-anterior = spaces
              display "data de processamento nao definida"
                 " - os programas usam a data do sistema"
           else
              display "data de processamento: " dpr-data-negocio
                 " tipo " dpr-tipo-execucao
                 " - alterada por " function trim(dpr-usuario)
                 " em " dpr-data-atualizacao " " dpr-hora-atualizacao
           end-if
           call "DATANEG" using dataneg-area
           display function trim(dataneg-descricao)
           .

       validar-pedido.
           if function test-date-yyyymmdd(data-nova) <> zero
              display "erro: data invalida: " data-nova
              move 12 to return-code
              stop run
           end-if
           if data-nova > data-hoje
              display "erro: data de negocio " data-nova
                 " posterior a data de hoje " data-hoje
              move 12 to return-code
              stop run
           end-if

           compute dias-atras = function integer-of-date(data-hoje)
              - function integer-of-date(data-nova)
           if tipo-novo = spaces
              if dias-atras > 1
                 move "R" to tipo-novo
              else
                 move "N" to tipo-novo
              end-if
           end-if
           if tipo-novo = "N" and dias-atras > 1
              display "erro: execucao normal so para hoje ou ontem;"
                 " para " data-nova " use TIPO=R"
              move 12 to return-code
              stop run
           end-if

           if usuario-novo = spaces
              accept usuario-novo from environment "USER"
           end-if
           if usuario-novo = spaces
              display "erro: informe USUARIO=nome"
              move 12 to return-code
              stop run
           end-if
           .

       gravar-controle.
           open output data-processamento
           if fs-data-processamento <> "00" and
              fs-data-processamento <> "05"
              perform show-data-processamento-file-error
              move 12 to return-code
              stop run
           end-if
           move spaces       to data-processamento-reg
           move data-nova    to dpr-data-negocio
           move tipo-novo    to dpr-tipo-execucao
           move usuario-novo to dpr-usuario
           move data-hoje    to dpr-data-atualizacao
           move hora-agora(1:6) to dpr-hora-atualizacao
           write data-processamento-reg
           if fs-data-processamento <> "00"
              perform show-data-processamento-file-error
              move 12 to return-code
              stop run
           end-if
           close data-processamento
           .

       gravar-historico.
      *    best effort: the control record is already written.
           open extend data-processamento-hist
           if fs-data-processamento-hist <> "00" and
              fs-data-processamento-hist <> "05"
              perform show-data-processamento-hist-file-error
              exit paragraph
           end-if
           move spaces           to data-processamento-hist-reg
           move data-hoje        to dph-data-atualizacao
           move hora-agora(1:6)  to dph-hora-atualizacao
           move usuario-novo     to dph-usuario
           move data-anterior    to dph-data-anterior
           move tipo-anterior    to dph-tipo-anterior
           move data-nova        to dph-data-nova
           move tipo-novo        to dph-tipo-nova
           write data-processamento-hist-reg
           if fs-data-processamento-hist <> "00"
              perform show-data-processamento-hist-file-error
           end-if
           close data-processamento-hist
           .

       show-data-processamento-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-data-processamento,
              msg by error-message.
           display "erro: " function trim(error-message) " '"
              function trim(data-processamento-file) "', (status = "
              fs-data-processamento ")"
           .

       show-data-processamento-hist-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-data-processamento-hist,
              msg by error-message.
           display "aviso: " function trim(error-message) " '"
              function trim(data-processamento-hist-file)
              "', (status = " fs-data-processamento-hist ")"
           .
