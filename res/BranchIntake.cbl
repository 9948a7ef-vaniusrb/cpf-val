       identification division.
       program-id. RecepcaoAgencias.

      *    nightly intake of the branch movement files, replacing the
      *    shell script that concatenated them into cpfs.txt without
      *    looking inside.  each branch sends movto-<agencia>.txt in
      *    the extended movement layout with its own batch control;
      *    a file is accepted only when its header names the sending
      *    branch and the movement date, every record carries that
      *    same cpf-agencia, and its trailer count and hash reconcile
      *    - otherwise the WHOLE file is refused (never half a
      *    branch).  accepted files are consolidated into cpfs.txt
      *    under a fresh header and trailer for ValidadeCpfs.
      *
      *    the branch calendar says which branches are expected on
      *    which weekdays and by what time: the intake report lists
      *    every calendar branch as received, late, missing or
      *    refused (with the reason), so a missing branch is noticed
      *    the same night instead of when its supervisor calls.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select calendario assign to calendario-file
             organization is line sequential
             file status is fs-calendario.

             select movto assign to movto-file
             organization is line sequential
             file status is fs-movto.

             select cpfs assign to cpfs-file
             organization is line sequential
             file status is fs-cpfs.

             select relatorio assign to relatorio-file
             organization is line sequential
             file status is fs-relatorio.

       data division.
       file section.
      *    branch calendar, maintained by operations: the branch, a
      *    weekday mask from monday to sunday ("S" = sends that day,
      *    e.g. "SSSSSNN" for weekdays only) and the latest send time
      *    hhmm.  lines starting with "*" are comments.
       fd  calendario.
       01  calendario-reg.
           05 cal-agencia          pic x(04).
           05 filler               pic x(01).
           05 cal-dias             pic x(07).
           05 filler               pic x(01).
           05 cal-hora-limite      pic x(04).
           05 filler               pic x(01).
           05 cal-nome             pic x(30).

      *    branch movement file: the extended movement layout read by
      *    ValidadeCpfs, between a header "H" + movement date +
      *    sending branch + send time hhmm and a trailer "T" + count
      *    of data records + hash total (sum of the 11-digit CPF
      *    numbers of the well-formed records, modulo 10**15).
       fd  movto.
       01  movto-reg.
           05 mov-documento        pic x(14).
           05 mov-nome             pic x(30).
           05 mov-agencia          pic x(04).
           05 mov-data-captacao    pic x(08).
       01  movto-header-reg.
           05 mvh-tipo             pic x(01).
           05 mvh-data             pic x(08).
           05 mvh-agencia          pic x(04).
           05 mvh-hora-envio       pic x(04).
           05 filler               pic x(07).
       01  movto-trailer-reg.
           05 mvt-tipo             pic x(01).
           05 mvt-total-regs       pic x(08).
           05 mvt-hash-total       pic x(15).

      *    consolidated movement, layout and batch control as read by
      *    ValidadeCpfs.
       fd  cpfs.
       01  cpfs-reg.
           05 cpf-documento        pic x(14).
           05 cpf-nome             pic x(30).
           05 cpf-agencia          pic x(04).
           05 cpf-data-captacao    pic x(08).
       01  cpfs-header-reg.
           05 cab-tipo             pic x(01).
           05 cab-data-geracao     pic x(08).
           05 cab-sistema-origem   pic x(08).
           05 filler               pic x(07).
       01  cpfs-trailer-reg.
           05 trl-tipo             pic x(01).
           05 trl-total-regs       pic 9(08).
           05 trl-hash-total       pic 9(15).

       fd  relatorio.
       01  relatorio-linha        pic x(80).

       working-storage section.
       77  calendario-file        pic x(64)
                                  value "agencias-calendario.txt".
       77  movto-file             pic x(64) value spaces.
       77  cpfs-file              pic x(64) value "cpfs.txt".
       77  relatorio-file         pic x(64)
                                  value "recepcao-agencias.txt".
       77  fs-calendario          pic x(02) value spaces.
       77  fs-movto               pic x(02) value spaces.
       77  fs-cpfs                pic x(02) value spaces.
       77  fs-relatorio           pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  data-hoje              pic 9(08) value zeros.
       77  movimento              pic 9(08) value zeros.
       77  dia-semana             pic 9(01) value zero.
       77  pagina                 pic 9(04) comp-5 value zero.
       77  linhas                 pic 9(04) comp-5 value zero.
       77  linhas-por-pagina      pic 9(04) comp-5 value 60.
       77  ag-idx                 pic 9(04) comp-5 value zero.
       77  cont-esperadas         pic 9(04) comp-5 value zero.
       77  cont-recebidas         pic 9(04) comp-5 value zero.
       77  cont-atrasadas         pic 9(04) comp-5 value zero.
       77  cont-ausentes          pic 9(04) comp-5 value zero.
       77  cont-recusadas         pic 9(04) comp-5 value zero.
       77  cont-fora-calendario   pic 9(04) comp-5 value zero.
       77  saida-qtd              pic 9(08) comp-5 value zero.
       77  saida-hash             pic 9(15) comp-5 value zero.

      *    per-file batch control, rebuilt for every branch file.
       77  arq-qtd                pic 9(08) comp-5 value zero.
       77  arq-hash               pic 9(15) comp-5 value zero.
       77  arq-linha              pic 9(08) comp-5 value zero.
       77  arq-trl-qtd            pic 9(08) value zeros.
       77  arq-trl-hash           pic 9(15) value zeros.
       77  arq-hora-envio         pic x(04) value spaces.
       77  arq-motivo             pic x(30) value spaces.
       77  arq-linha-edit         pic zzzzzzz9.
       77  cab-arq-flag           pic x(01) value "N".
           88 arq-com-header       value "S".
       77  trl-arq-flag           pic x(01) value "N".
           88 arq-com-trailer      value "S".
       77  arq-recusa-flag        pic x(01) value "N".
           88 arq-recusado         value "S".

      *    the calendar in storage, sorted by branch for the report,
      *    with the outcome of the night for each: situacao "R"
      *    received, "L" late, "A" absent, "X" refused, "F" received
      *    though not expected today, " " not expected and not sent.
       77  qtd-agencias           pic 9(04) comp-5 value zero.
       01  tab-agencias.
           05 ag-entry occurs 1 to 2000
              depending on qtd-agencias
              ascending key is ag-codigo
              indexed by ag-sidx.
              10 ag-codigo        pic x(04).
              10 ag-dias          pic x(07).
              10 ag-hora-limite   pic x(04).
              10 ag-esperada      pic x(01).
              10 ag-situacao      pic x(01).
              10 ag-registros     pic 9(08) comp-5.
              10 ag-hora-envio    pic x(04).
              10 ag-motivo        pic x(30).

       01  cab-titulo.
           05 filler              pic x(37)
              value "recepcao de movimento das agencias  ".
           05 filler              pic x(10) value "movimento ".
           05 cab-data            pic x(10).
           05 filler              pic x(12) value spaces.
           05 filler              pic x(07) value "pagina ".
           05 cab-pagina          pic zzz9.

       01  cab-colunas.
           05 filler              pic x(06) value "ag.".
           05 filler              pic x(05) value "esp.".
           05 filler              pic x(12) value "situacao".
           05 filler              pic x(09) value "   regs.".
           05 filler              pic x(07) value "envio".
           05 filler              pic x(07) value "limite".
           05 filler              pic x(30) value "motivo".

       01  linha-detalhe.
           05 det-agencia         pic x(04).
           05 filler              pic x(02) value spaces.
           05 det-esperada        pic x(03).
           05 filler              pic x(02) value spaces.
           05 det-situacao        pic x(11).
           05 filler              pic x(01) value space.
           05 det-registros       pic zzzzzz9.
           05 filler              pic x(02) value spaces.
           05 det-envio           pic x(05).
           05 filler              pic x(02) value spaces.
           05 det-limite          pic x(05).
           05 filler              pic x(02) value spaces.
           05 det-motivo          pic x(30).

       01  linha-total.
           05 tot-descricao       pic x(32).
           05 tot-qtd             pic zzzzzz9.

       01  linha-separadora      pic x(80) value all "-".

      *    the hash total is the sum of the parsed CPF numbers: VALCPF
      *    parses the document exactly as ValidadeCpfs will.
       copy "ValCpf-Area.cpy".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           move data-hoje to movimento
           perform parse-runtime-params
           compute dia-semana = function mod
              (function integer-of-date(movimento) - 1, 7) + 1
           perform carregar-calendario

           open output cpfs
           if fs-cpfs <> "00"
              perform show-cpfs-file-error
              move 12 to return-code
              stop run
           end-if
           perform gravar-cabecalho-cpfs

           perform varying ag-idx from 1 by 1
                      until ag-idx > qtd-agencias
              perform receber-agencia
           end-perform

           perform gravar-trailer-cpfs
           close cpfs

           perform imprimir-relatorio
           perform show-summary
      *    scheduler-friendly end: 0 = every expected branch in on
      *    time, 4 = branches missing, late or refused, 12 = intake
      *    failed or nothing at all to validate.
           evaluate true
              when cont-recebidas + cont-atrasadas
                   + cont-fora-calendario = zero
                 display "erro: nenhum arquivo de agencia aceito -"
                    " cpfs.txt sem movimento"
                 move 12 to return-code
              when cont-ausentes > zero or cont-recusadas > zero
                   or cont-atrasadas > zero
                 move 4 to return-code
              when other
                 continue
           end-evaluate
           stop run
           .

       parse-runtime-params.
      *    runtime override: "[MOVIMENTO=aaaammdd] [cpfs-file]",
      *    both optional.  MOVIMENTO is the movement date the branch
      *    headers must carry and whose weekday selects the expected
      *    branches (default today).
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
                    display "erro: movimento invalido: "
                       function trim(param-line)
                    move 12 to return-code
                    stop run
                 end-if
              when other
                 move param-line to cpfs-file
           end-evaluate
           .

       carregar-calendario.
      *    without the calendar there is no list of branches to
      *    collect from: that is a hard stop.
           open input calendario
           if fs-calendario <> "00"
              perform show-calendario-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read calendario next
              if fs-calendario <> "00"
                 exit perform
              end-if
              evaluate true
                 when calendario-reg = spaces
                    continue
                 when calendario-reg(1:1) = "*"
                    continue
                 when cal-agencia = spaces or
                      cal-hora-limite is not numeric
                    display "linha de calendario ignorada: "
                       calendario-reg
                 when qtd-agencias >= 2000
                    display "aviso: calendario excede 2000 agencias"
                       " - excedente ignorado"
                    exit perform
                 when other
                    add 1 to qtd-agencias
                    move cal-agencia     to ag-codigo(qtd-agencias)
                    move cal-dias        to ag-dias(qtd-agencias)
                    move cal-hora-limite to
                       ag-hora-limite(qtd-agencias)
                    if cal-dias(dia-semana:1) = "S"
                       move "S" to ag-esperada(qtd-agencias)
                       add 1 to cont-esperadas
                    else
                       move "N" to ag-esperada(qtd-agencias)
                    end-if
                    move space  to ag-situacao(qtd-agencias)
                    move zero   to ag-registros(qtd-agencias)
                    move spaces to ag-hora-envio(qtd-agencias)
                    move spaces to ag-motivo(qtd-agencias)
              end-evaluate
           end-perform
           close calendario
           if qtd-agencias = zero
              display "erro: calendario de agencias vazio"
              move 12 to return-code
              stop run
           end-if
           sort ag-entry ascending ag-codigo
           .

       receber-agencia.
      *    status 35 is the branch that did not send; a branch not
      *    expected today that did send is still taken in.
           move spaces to movto-file
           string "movto-" ag-codigo(ag-idx) ".txt"
              delimited by size into movto-file
           end-string
           open input movto
           evaluate true
              when fs-movto = "35"
                 if ag-esperada(ag-idx) = "S"
                    move "A" to ag-situacao(ag-idx)
                    move "arquivo nao recebido" to ag-motivo(ag-idx)
                    add 1 to cont-ausentes
                 end-if
              when fs-movto <> "00"
                 perform show-movto-file-error
                 move "X" to ag-situacao(ag-idx)
                 move "arquivo ilegivel" to ag-motivo(ag-idx)
                 add 1 to cont-recusadas
              when other
                 perform conferir-arquivo
                 close movto
                 if arq-recusado
                    move "X" to ag-situacao(ag-idx)
                    move arq-motivo to ag-motivo(ag-idx)
                    move arq-hora-envio to ag-hora-envio(ag-idx)
                    add 1 to cont-recusadas
                 else
                    perform consolidar-arquivo
                 end-if
           end-evaluate
           .

       conferir-arquivo.
      *    first pass: nothing of the file reaches cpfs.txt until all
      *    of it has been checked.  the first fault found is the
      *    reason reported.
           move "N" to cab-arq-flag, trl-arq-flag, arq-recusa-flag
           move zero to arq-qtd, arq-hash, arq-linha
           move spaces to arq-hora-envio, arq-motivo
           perform until arq-recusado
              read movto next
              if fs-movto <> "00"
                 exit perform
              end-if
              add 1 to arq-linha
              evaluate true
                 when arq-com-trailer
                    move "registro apos o trailer" to arq-motivo
                    set arq-recusado to true
                 when arq-linha = 1
                    perform conferir-header
                 when movto-reg(1:1) = "T"
                    perform conferir-trailer
                 when movto-reg(1:1) = "H"
                    move "header repetido" to arq-motivo
                    set arq-recusado to true
                 when other
                    perform conferir-registro
              end-evaluate
           end-perform
           if not arq-recusado
              evaluate true
                 when arq-linha = zero
                    move "arquivo vazio" to arq-motivo
                    set arq-recusado to true
                 when not arq-com-trailer
                    move "sem trailer (truncado?)" to arq-motivo
                    set arq-recusado to true
                 when arq-trl-qtd <> arq-qtd
                    move "qtd do trailer nao confere" to arq-motivo
                    set arq-recusado to true
                 when arq-trl-hash <> arq-hash
                    move "hash do trailer nao confere" to arq-motivo
                    set arq-recusado to true
                 when other
                    continue
              end-evaluate
           end-if
           .

       conferir-header.
           evaluate true
              when movto-reg(1:1) <> "H"
                 move "sem header" to arq-motivo
                 set arq-recusado to true
              when mvh-agencia <> ag-codigo(ag-idx)
                 move spaces to arq-motivo
                 string "header da agencia " mvh-agencia
                    delimited by size into arq-motivo
                 end-string
                 set arq-recusado to true
              when mvh-data <> movimento
                 move spaces to arq-motivo
                 string "movimento " mvh-data " no header"
                    delimited by size into arq-motivo
                 end-string
                 set arq-recusado to true
              when mvh-hora-envio is not numeric
                 move "hora de envio invalida" to arq-motivo
                 set arq-recusado to true
              when other
                 set arq-com-header to true
                 move mvh-hora-envio to arq-hora-envio
           end-evaluate
           .

       conferir-trailer.
           if mvt-total-regs is numeric and mvt-hash-total is numeric
              set arq-com-trailer to true
              move mvt-total-regs to arq-trl-qtd
              move mvt-hash-total to arq-trl-hash
           else
              move "trailer malformado" to arq-motivo
              set arq-recusado to true
           end-if
           .

       conferir-registro.
      *    a record of another branch inside this branch's file is
      *    either a misrouted file or an edited one: either way the
      *    returns would go to the wrong branch.
           if mov-agencia <> ag-codigo(ag-idx)
              move arq-linha to arq-linha-edit
              move spaces to arq-motivo
              string "agencia " mov-agencia " na linha "
                 function trim(arq-linha-edit)
                 delimited by size into arq-motivo
              end-string
              set arq-recusado to true
           else
              add 1 to arq-qtd
              move mov-documento to valcpf-documento
              call "VALCPF" using valcpf-area
              if not valcpf-malformado
                 compute arq-hash = function mod
                    (arq-hash + valcpf-numero, 1000000000000000)
              end-if
           end-if
           .

       consolidar-arquivo.
      *    second pass over an accepted file: its data records go to
      *    cpfs.txt as they are, and into the consolidated batch
      *    control.  a file sent after the branch's time limit is
      *    still consolidated, but reported late.
           open input movto
           if fs-movto <> "00"
              perform show-movto-file-error
              move "X" to ag-situacao(ag-idx)
              move "arquivo ilegivel" to ag-motivo(ag-idx)
              add 1 to cont-recusadas
           else
              perform until exit
                 read movto next
                 if fs-movto <> "00"
                    exit perform
                 end-if
                 if movto-reg(1:1) <> "H" and movto-reg(1:1) <> "T"
                    move movto-reg to cpfs-reg
                    write cpfs-reg
                    if fs-cpfs <> "00"
                       perform show-cpfs-file-error
                       close movto
                       close cpfs
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to saida-qtd
                    move mov-documento to valcpf-documento
                    call "VALCPF" using valcpf-area
                    if not valcpf-malformado
                       compute saida-hash = function mod
                          (saida-hash + valcpf-numero,
                           1000000000000000)
                    end-if
                 end-if
              end-perform
              close movto
              move arq-qtd        to ag-registros(ag-idx)
              move arq-hora-envio to ag-hora-envio(ag-idx)
              evaluate true
                 when ag-esperada(ag-idx) = "N"
                    move "F" to ag-situacao(ag-idx)
                    move "nao esperada hoje" to ag-motivo(ag-idx)
                    add 1 to cont-fora-calendario
                 when arq-hora-envio > ag-hora-limite(ag-idx)
                    move "L" to ag-situacao(ag-idx)
                    move "enviado apos o limite" to ag-motivo(ag-idx)
                    add 1 to cont-atrasadas
                 when other
                    move "R" to ag-situacao(ag-idx)
                    add 1 to cont-recebidas
              end-evaluate
           end-if
           .

       gravar-cabecalho-cpfs.
           move spaces     to cpfs-reg
           move "H"        to cab-tipo
           move movimento  to cab-data-geracao
           move "RECEPCAO" to cab-sistema-origem
           write cpfs-header-reg
           if fs-cpfs <> "00"
              perform show-cpfs-file-error
              move 12 to return-code
              stop run
           end-if
           .

       gravar-trailer-cpfs.
           move spaces     to cpfs-reg
           move "T"        to trl-tipo
           move saida-qtd  to trl-total-regs
           move saida-hash to trl-hash-total
           write cpfs-trailer-reg
           if fs-cpfs <> "00"
              perform show-cpfs-file-error
              move 12 to return-code
              stop run
           end-if
           .

       imprimir-relatorio.
           open output relatorio
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
              move 12 to return-code
              stop run
           end-if
           perform nova-pagina
           perform varying ag-idx from 1 by 1
                      until ag-idx > qtd-agencias
              if ag-situacao(ag-idx) <> space
                 perform imprimir-detalhe
              end-if
           end-perform
           perform imprimir-total-geral
           close relatorio
           .

       imprimir-detalhe.
           perform conferir-quebra-pagina
           move ag-codigo(ag-idx) to det-agencia
           if ag-esperada(ag-idx) = "S"
              move "sim" to det-esperada
           else
              move "nao" to det-esperada
           end-if
           evaluate ag-situacao(ag-idx)
              when "R"
                 move "RECEBIDA"    to det-situacao
              when "L"
                 move "ATRASADA"    to det-situacao
              when "A"
                 move "AUSENTE"     to det-situacao
              when "X"
                 move "RECUSADA"    to det-situacao
              when "F"
                 move "FORA CALEND" to det-situacao
           end-evaluate
           move ag-registros(ag-idx) to det-registros
           move spaces to det-envio
           if ag-hora-envio(ag-idx) <> spaces
              string ag-hora-envio(ag-idx)(1:2) ":"
                 ag-hora-envio(ag-idx)(3:2)
                 delimited by size into det-envio
              end-string
           end-if
           move spaces to det-limite
           string ag-hora-limite(ag-idx)(1:2) ":"
              ag-hora-limite(ag-idx)(3:2)
              delimited by size into det-limite
           end-string
           move ag-motivo(ag-idx) to det-motivo
           write relatorio-linha from linha-detalhe
           add 1 to linhas
           perform check-relatorio-write
           .

       nova-pagina.
           add 1 to pagina
           string movimento(1:4) "/" movimento(5:2) "/"
              movimento(7:2) delimited by size into cab-data
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

       imprimir-total-geral.
           perform conferir-quebra-pagina
           move spaces to relatorio-linha
           write relatorio-linha
           write relatorio-linha from linha-separadora
           move "agencias esperadas:" to tot-descricao
           move cont-esperadas to tot-qtd
           write relatorio-linha from linha-total
           move "recebidas no prazo:" to tot-descricao
           move cont-recebidas to tot-qtd
           write relatorio-linha from linha-total
           move "recebidas com atraso:" to tot-descricao
           move cont-atrasadas to tot-qtd
           write relatorio-linha from linha-total
           move "ausentes:" to tot-descricao
           move cont-ausentes to tot-qtd
           write relatorio-linha from linha-total
           move "recusadas:" to tot-descricao
           move cont-recusadas to tot-qtd
           write relatorio-linha from linha-total
           move "recebidas fora do calendario:" to tot-descricao
           move cont-fora-calendario to tot-qtd
           write relatorio-linha from linha-total
           move "registros consolidados:" to tot-descricao
           move saida-qtd to tot-qtd
           write relatorio-linha from linha-total
           write relatorio-linha from linha-separadora
           add 10 to linhas
           perform check-relatorio-write
           .

       check-relatorio-write.
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
           end-if
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo da recepcao - movimento " movimento
           display "agencias esperadas : " cont-esperadas
           display "recebidas no prazo : " cont-recebidas
           display "recebidas com atraso: " cont-atrasadas
           display "ausentes           : " cont-ausentes
           display "recusadas          : " cont-recusadas
           display "fora do calendario : " cont-fora-calendario
           display "registros consolidados: " saida-qtd " em "
              function trim(cpfs-file)
           display "---------------------------------------------"
           .

       show-calendario-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-calendario,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(calendario-file) "', (status = "
              fs-calendario ")"
           .

       show-movto-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-movto,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(movto-file) "', (status = "
              fs-movto ")"
           .

       show-cpfs-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-cpfs,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(cpfs-file) "', (status = "
              fs-cpfs ")"
           .

       show-relatorio-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-relatorio,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(relatorio-file) "', (status = "
              fs-relatorio ")"
           .
