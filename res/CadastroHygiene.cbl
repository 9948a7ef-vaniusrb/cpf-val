       identification division.
       program-id. HigieneCadastro.

      *    full hygiene sweep of the customer master cadastro.dat.
      *    the master was loaded for years from the other platform
      *    and is now maintained by AtualizaCadastro, but nothing
      *    ever re-checked the records already on it.  every key is
      *    run through VALCPF and the current denylist, and every
      *    name is checked for blanks, junk characters and
      *    placeholder patterns; each finding goes to the hygiene
      *    report (grouped by category, with a subtotal per category
      *    and the totals the auditors ask for) and to an extract the
      *    data-quality team works through.  the master itself is
      *    only read, never changed.
      *
      *    a record can have more than one finding (a blocked CPF
      *    with a blank name): it is listed under each category, and
      *    counted once in "registros com achados".

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select cadastro assign to cadastro-file
             organization is indexed
             access mode is sequential
             record key is cad-cpf
             file status is fs-cadastro.

             select denylist assign to denylist-file
             organization is line sequential
             file status is fs-denylist.

             select extrato assign to extrato-file
             organization is line sequential
             file status is fs-extrato.

             select relatorio assign to relatorio-file
             organization is line sequential
             file status is fs-relatorio.

             select work-sort assign to "sortwk".

       data division.
       file section.
       fd  cadastro.
       01  cadastro-reg.
           05 cad-cpf              pic 9(11).
           05 cad-nome             pic x(30).

       fd  denylist.
       01  denylist-reg            pic x(14).

      *    data-quality extract: one line per finding, between a
      *    header "H" + date + system and a trailer "T" + count +
      *    hash total (sum of the parsed CPF numbers, zero for a
      *    malformed key, modulo 10**15) - the batch control the
      *    validators put on their outputs.  categoria is the
      *    finding's code (see tab-categorias), detalhe says what in
      *    the record triggered it.
       fd  extrato.
       01  extrato-reg.
           05 ext-cpf              pic x(11).
           05 filler               pic x(01).
           05 ext-categoria        pic 9(02).
           05 filler               pic x(01).
           05 ext-motivo           pic x(20).
           05 filler               pic x(01).
           05 ext-nome             pic x(30).
           05 filler               pic x(01).
           05 ext-detalhe          pic x(20).
       01  ext-header-reg.
           05 ext-cab-tipo         pic x(01).
           05 ext-cab-data         pic x(08).
           05 ext-cab-sistema      pic x(08).
       01  ext-trailer-reg.
           05 ext-trl-tipo         pic x(01).
           05 ext-trl-total-regs   pic 9(08).
           05 ext-trl-hash-total   pic 9(15).

       fd  relatorio.
       01  relatorio-linha        pic x(80).

       sd  work-sort.
       01  sort-reg.
           05 srt-categoria       pic 9(02).
           05 srt-cpf             pic x(11).
           05 srt-nome            pic x(30).
           05 srt-detalhe         pic x(20).

       working-storage section.
       77  cadastro-file          pic x(64) value "cadastro.dat".
       77  denylist-file          pic x(64) value "denylist.txt".
       77  extrato-file           pic x(64)
                                  value "higiene-extrato.txt".
       77  relatorio-file         pic x(64)
                                  value "higiene-cadastro.txt".
       77  fs-cadastro            pic x(02) value spaces.
       77  fs-denylist            pic x(02) value spaces.
       77  fs-extrato             pic x(02) value spaces.
       77  fs-relatorio           pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  data-hoje              pic 9(08) value zeros.
       77  pagina                 pic 9(04) comp-5 value zero.
       77  linhas                 pic 9(04) comp-5 value zero.
       77  linhas-por-pagina      pic 9(04) comp-5 value 60.
       77  cont-lidos             pic 9(08) comp-5 value zero.
       77  cont-com-achado        pic 9(08) comp-5 value zero.
       77  cont-achados           pic 9(08) comp-5 value zero.
       77  qtd-categoria          pic 9(08) comp-5 value zero.
       77  categoria-atual        pic 9(02) value zeros.
       77  cat-idx                pic 9(04) comp-5 value zero.
       77  extrato-hash           pic 9(15) comp-5 value zero.
       77  achado-flag            pic x(01) value "N".
           88 registro-com-achado  value "S".
       77  denylist-flag          pic x(01) value "N".
           88 denylist-carregada   value "S".
       77  cpf-num-lido           pic 9(11) value zeros.
       77  achado-categoria       pic 9(02) value zeros.
       77  achado-detalhe         pic x(20) value spaces.

      *    name checks work on an upper-cased copy; nome-pos walks it
      *    byte by byte.
       77  nome-maiusc            pic x(30) value spaces.
       77  nome-pos               pic 9(04) comp-5 value zero.
       77  nome-char              pic x(01) value space.
       77  nome-anterior          pic x(01) value space.
       77  nome-repeticao         pic 9(04) comp-5 value zero.
       77  nome-palavras          pic 9(04) comp-5 value zero.
       77  nome-junk-flag         pic x(01) value "N".
           88 nome-com-junk        value "S".
       77  nome-digito-flag       pic x(01) value "N".
           88 nome-com-digito      value "S".
       77  nome-repetido-flag     pic x(01) value "N".
           88 nome-letra-repetida  value "S".
       77  plh-idx                pic 9(04) comp-5 value zero.
       77  plh-tam                pic 9(04) comp-5 value zero.

      *    finding categories, by code: the code orders the report
      *    and is carried on the extract.
       01  tab-categorias-valores.
           05 filler pic x(20) value "chave malformada".
           05 filler pic x(20) value "digito verificador".
           05 filler pic x(20) value "digitos repetidos".
           05 filler pic x(20) value "cpf bloqueado".
           05 filler pic x(20) value "nome em branco".
           05 filler pic x(20) value "nome c/ caract. inv.".
           05 filler pic x(20) value "nome suspeito".
       01  filler redefines tab-categorias-valores.
           05 cat-descricao       pic x(20) occurs 7.
       01  tab-categorias-qtd.
           05 cat-qtd             pic 9(08) comp-5 occurs 7.

      *    names that are placeholders typed when the real one was
      *    not at hand.  a name equal to one, or starting with one
      *    followed by a space, is suspicious.
       01  tab-placeholders-valores.
           05 filler pic x(16) value "TESTE".
           05 filler pic x(16) value "TEST".
           05 filler pic x(16) value "NAO INFORMADO".
           05 filler pic x(16) value "SEM NOME".
           05 filler pic x(16) value "DESCONHECIDO".
           05 filler pic x(16) value "CLIENTE".
           05 filler pic x(16) value "FULANO".
           05 filler pic x(16) value "XXX".
       01  filler redefines tab-placeholders-valores.
           05 placeholder         pic x(16) occurs 8.

      *    current denylist, loaded as the validators load it: only
      *    the 11-digit entries are CPFs.
       77  qtd-bloqueados         pic 9(08) comp-5 value zero.
       01  tab-bloqueados.
           05 cpf-bloqueado       pic 9(11) occurs 1 to 500000
              depending on qtd-bloqueados
              ascending key is cpf-bloqueado
              indexed by bloq-idx.

       01  cab-titulo.
           05 filler              pic x(37)
              value "higiene do cadastro de clientes  data".
           05 filler              pic x(01) value space.
           05 cab-data            pic x(10).
           05 filler              pic x(21) value spaces.
           05 filler              pic x(07) value "pagina ".
           05 cab-pagina          pic zzz9.

       01  cab-colunas.
           05 filler              pic x(13) value "cpf".
           05 filler              pic x(31) value "nome".
           05 filler              pic x(20) value "detalhe".

       01  linha-grupo.
           05 filler              pic x(11) value "categoria: ".
           05 grp-categoria       pic 9(02).
           05 filler              pic x(01) value space.
           05 grp-descricao       pic x(20).

       01  linha-detalhe.
           05 det-cpf             pic x(11).
           05 filler              pic x(02) value spaces.
           05 det-nome            pic x(30).
           05 filler              pic x(01) value space.
           05 det-detalhe         pic x(20).

       01  linha-subtotal.
           05 filler              pic x(20)
              value "total da categoria: ".
           05 sub-qtd             pic zzzzzz9.

       01  linha-total.
           05 tot-descricao       pic x(32).
           05 tot-qtd             pic zzzzzz9.

       01  linha-separadora      pic x(64) value all "-".

      *    single-document validation (parsing, check digits and the
      *    repeated-digits rule) lives in the VALCPF subprogram.
       copy "ValCpf-Area.cpy".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           initialize tab-categorias-qtd
           perform parse-runtime-params
           perform load-denylist

           sort work-sort
              ascending key srt-categoria srt-cpf
              input procedure is varrer-cadastro
              output procedure is imprimir-relatorio

           perform show-summary
      *    scheduler-friendly end: 0 = clean master, 4 = findings
      *    reported, 12 = sweep failed.
           if cont-achados > zero
              move 4 to return-code
           end-if
           stop run
           .

       parse-runtime-params.
      *    runtime override: "[cadastro-file] [extrato-file]", both
      *    optional, e.g. "cadastro-copia.dat".
           accept param-line from command-line
           move spaces to param-tok1, param-tok2
           unstring param-line delimited by all space
              into param-tok1 param-tok2
           end-unstring
           if param-tok1 <> spaces
              move param-tok1 to cadastro-file
           end-if
           if param-tok2 <> spaces
              move param-tok2 to extrato-file
           end-if
           .

       load-denylist.
      *    a missing denylist is reported but does not stop the
      *    sweep; the report then says the blocked check was not
      *    done, so a zero there is not read as "none blocked".
           open input denylist
           if fs-denylist <> "00"
              perform show-denylist-file-error
           else
              set denylist-carregada to true
              perform until exit
                 read denylist next
                 if fs-denylist <> "00"
                    exit perform
                 end-if
                 if denylist-reg(1:11) is numeric and
                    denylist-reg(12:3) = spaces
                    if qtd-bloqueados < 500000
                       add 1 to qtd-bloqueados
                       move denylist-reg(1:11)
                          to cpf-bloqueado(qtd-bloqueados)
                    else
                       display "aviso: denylist excede 500000"
                          " entradas - excedente ignorado"
                       exit perform
                    end-if
                 end-if
              end-perform
              close denylist
              if qtd-bloqueados > zero
                 sort cpf-bloqueado ascending cpf-bloqueado
              end-if
           end-if
           .

       varrer-cadastro.
           open input cadastro
           if fs-cadastro <> "00"
              perform show-cadastro-file-error
              move 12 to return-code
              stop run
           end-if
           open output extrato
           if fs-extrato <> "00"
              perform show-extrato-file-error
              close cadastro
              move 12 to return-code
              stop run
           end-if
           perform gravar-cabecalho-extrato

           perform until exit
              read cadastro next
              if fs-cadastro <> "00"
                 exit perform
              end-if
              add 1 to cont-lidos
              perform analisar-registro
           end-perform
      *    anything but end of file means the sweep did not see the
      *    whole master: its totals would understate the problem.
           if fs-cadastro <> "10"
              perform show-cadastro-file-error
              close cadastro
              close extrato
              move 12 to return-code
              stop run
           end-if

           perform gravar-trailer-extrato
           close cadastro
           close extrato
           .

       analisar-registro.
      *    the key is parsed from the raw record bytes: a master
      *    loaded from the other platform may hold a non-numeric key.
           move "N" to achado-flag
           move cadastro-reg(1:11) to valcpf-documento
           call "VALCPF" using valcpf-area
           move zeros to cpf-num-lido
           evaluate true
              when valcpf-malformado
                 move 1 to achado-categoria
                 move "chave nao numerica" to achado-detalhe
                 perform registrar-achado
              when valcpf-repetido
                 move valcpf-numero to cpf-num-lido
                 move 3 to achado-categoria
                 move spaces to achado-detalhe
                 perform registrar-achado
              when valcpf-digito-errado
                 move valcpf-numero to cpf-num-lido
                 move 2 to achado-categoria
                 move spaces to achado-detalhe
                 string "lidos " valcpf-digitos-lidos
                    " calc. " valcpf-digitos-calc
                    delimited by size into achado-detalhe
                 end-string
                 perform registrar-achado
              when other
                 move valcpf-numero to cpf-num-lido
           end-evaluate

           if not valcpf-malformado
              perform check-denylist-cpf
           end-if
           perform analisar-nome

           if registro-com-achado
              add 1 to cont-com-achado
           end-if
           .

       check-denylist-cpf.
           if qtd-bloqueados > zero
              search all cpf-bloqueado
                 at end continue
                 when cpf-bloqueado(bloq-idx) = cpf-num-lido
                    move 4 to achado-categoria
                    move "na denylist atual" to achado-detalhe
                    perform registrar-achado
              end-search
           end-if
           .

       analisar-nome.
      *    a blank name is one finding and ends the name checks.
      *    otherwise: junk is any digit or any character outside
      *    letters, space, apostrophe, hyphen and period (bytes from
      *    x80 up are accented letters in latin-1 or utf-8 and are
      *    accepted); suspicious is a single word, the same letter
      *    three times in a row, or a known placeholder.
           if cad-nome = spaces
              move 5 to achado-categoria
              move spaces to achado-detalhe
              perform registrar-achado
           else
              move function upper-case(cad-nome) to nome-maiusc
              perform examinar-caracteres
              evaluate true
                 when nome-com-digito
                    move 6 to achado-categoria
                    move "digito no nome" to achado-detalhe
                    perform registrar-achado
                 when nome-com-junk
                    move 6 to achado-categoria
                    move "caractere invalido" to achado-detalhe
                    perform registrar-achado
                 when other
                    continue
              end-evaluate
              perform examinar-suspeito
           end-if
           .

       examinar-caracteres.
           move "N" to nome-junk-flag
           move "N" to nome-digito-flag
           move "N" to nome-repetido-flag
           move space to nome-anterior
           move zero to nome-repeticao
           move zero to nome-palavras
           perform varying nome-pos from 1 by 1
                      until nome-pos > 30
              move nome-maiusc(nome-pos:1) to nome-char
              evaluate true
                 when nome-char >= "A" and nome-char <= "Z"
                    continue
                 when nome-char >= "0" and nome-char <= "9"
                    set nome-com-digito to true
                 when nome-char = space or nome-char = "'" or
                      nome-char = "-" or nome-char = "."
                    continue
                 when nome-char >= x"80"
                    continue
                 when other
                    set nome-com-junk to true
              end-evaluate
              if nome-char <> space and nome-anterior = space
                 add 1 to nome-palavras
              end-if
              if nome-char >= "A" and nome-char <= "Z" and
                 nome-char = nome-anterior
                 add 1 to nome-repeticao
                 if nome-repeticao >= 2
                    set nome-letra-repetida to true
                 end-if
              else
                 move zero to nome-repeticao
              end-if
              move nome-char to nome-anterior
           end-perform
           .

       examinar-suspeito.
           move spaces to achado-detalhe
           perform varying plh-idx from 1 by 1
                      until plh-idx > 8
              move zero to plh-tam
              inspect placeholder(plh-idx)
                 tallying plh-tam for characters before initial "  "
              if nome-maiusc = placeholder(plh-idx) or
                 nome-maiusc(1:plh-tam + 1) =
                    placeholder(plh-idx)(1:plh-tam + 1)
                 move "nome generico" to achado-detalhe
                 exit perform
              end-if
           end-perform
           if achado-detalhe = spaces
              evaluate true
                 when nome-letra-repetida
                    move "letra repetida" to achado-detalhe
                 when nome-palavras = 1
                    move "palavra unica" to achado-detalhe
                 when other
                    continue
              end-evaluate
           end-if
           if achado-detalhe <> spaces
              move 7 to achado-categoria
              perform registrar-achado
           end-if
           .

       registrar-achado.
      *    one finding: released to the report sort and written to
      *    the extract.
           set registro-com-achado to true
           add 1 to cont-achados
           add 1 to cat-qtd(achado-categoria)

           move achado-categoria   to srt-categoria
           move cadastro-reg(1:11) to srt-cpf
           move cad-nome           to srt-nome
           move achado-detalhe     to srt-detalhe
           release sort-reg

           move spaces             to extrato-reg
           move cadastro-reg(1:11) to ext-cpf
           move achado-categoria   to ext-categoria
           move cat-descricao(achado-categoria) to ext-motivo
           move cad-nome           to ext-nome
           move achado-detalhe     to ext-detalhe
           write extrato-reg
           if fs-extrato <> "00"
              perform show-extrato-file-error
           end-if
           compute extrato-hash = function mod
              (extrato-hash + cpf-num-lido, 1000000000000000)
           .

       gravar-cabecalho-extrato.
           move spaces    to extrato-reg
           move "H"       to ext-cab-tipo
           move data-hoje to ext-cab-data
           move "HIGIENE" to ext-cab-sistema
           write ext-header-reg
           if fs-extrato <> "00"
              perform show-extrato-file-error
           end-if
           .

       gravar-trailer-extrato.
           move spaces       to extrato-reg
           move "T"          to ext-trl-tipo
           move cont-achados to ext-trl-total-regs
           move extrato-hash to ext-trl-hash-total
           write ext-trailer-reg
           if fs-extrato <> "00"
              perform show-extrato-file-error
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

           perform until exit
              return work-sort
                 at end exit perform
              end-return

              if srt-categoria <> categoria-atual
                 if qtd-categoria > zero
                    perform imprimir-subtotal
                 end-if
                 move srt-categoria to categoria-atual
                 move zero to qtd-categoria
                 perform imprimir-grupo
              end-if

              perform imprimir-detalhe
           end-perform

           if qtd-categoria > zero
              perform imprimir-subtotal
           end-if
           perform imprimir-total-geral

           close relatorio
           .

       nova-pagina.
           add 1 to pagina
           string data-hoje(1:4) "/" data-hoje(5:2) "/"
              data-hoje(7:2) delimited by size into cab-data
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

       escrever-grupo.
           move spaces to relatorio-linha
           write relatorio-linha
           move categoria-atual to grp-categoria
           move cat-descricao(categoria-atual) to grp-descricao
           write relatorio-linha from linha-grupo
           add 2 to linhas
           perform check-relatorio-write
           .

       imprimir-grupo.
           perform conferir-quebra-pagina
           perform escrever-grupo
           .

       imprimir-detalhe.
           if linhas >= linhas-por-pagina
              perform nova-pagina
              perform escrever-grupo
           end-if
           move srt-cpf     to det-cpf
           move srt-nome    to det-nome
           move srt-detalhe to det-detalhe
           write relatorio-linha from linha-detalhe
           add 1 to linhas
           perform check-relatorio-write
           add 1 to qtd-categoria
           .

       imprimir-subtotal.
           perform conferir-quebra-pagina
           move qtd-categoria to sub-qtd
           write relatorio-linha from linha-subtotal
           add 1 to linhas
           perform check-relatorio-write
           .

       imprimir-total-geral.
      *    every category is listed, zeros included: the auditors'
      *    question is answered category by category.
           perform conferir-quebra-pagina
           move spaces to relatorio-linha
           write relatorio-linha
           write relatorio-linha from linha-separadora
           add 2 to linhas
           perform varying cat-idx from 1 by 1 until cat-idx > 7
              perform conferir-quebra-pagina
              move spaces to tot-descricao
              move cat-descricao(cat-idx) to tot-descricao
              move cat-qtd(cat-idx) to tot-qtd
              write relatorio-linha from linha-total
              add 1 to linhas
           end-perform
           perform conferir-quebra-pagina
           write relatorio-linha from linha-separadora
           move "registros lidos no cadastro:" to tot-descricao
           move cont-lidos to tot-qtd
           write relatorio-linha from linha-total
           move "registros com achados:" to tot-descricao
           move cont-com-achado to tot-qtd
           write relatorio-linha from linha-total
           move "total de achados:" to tot-descricao
           move cont-achados to tot-qtd
           write relatorio-linha from linha-total
           write relatorio-linha from linha-separadora
           add 5 to linhas
           if not denylist-carregada
              move "denylist indisponivel - bloqueados nao verificados"
                 to relatorio-linha
              write relatorio-linha
              add 1 to linhas
           end-if
           perform check-relatorio-write
           .

       check-relatorio-write.
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
           end-if
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo da higiene do cadastro"
           display "registros lidos    : " cont-lidos
           display "registros com achados: " cont-com-achado
           display "total de achados   : " cont-achados
           perform varying cat-idx from 1 by 1 until cat-idx > 7
              display cat-descricao(cat-idx) ": " cat-qtd(cat-idx)
           end-perform
           display "relatorio gravado em " function trim(relatorio-file)
           display "extrato gravado em " function trim(extrato-file)
           display "---------------------------------------------"
           .

       show-cadastro-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-cadastro,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(cadastro-file) "', (status = "
              fs-cadastro ")"
           .

       show-denylist-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-denylist,
                                              msg by error-message.
           display "aviso: denylist nao carregada - "
              function trim(error-message) " '"
              function trim(denylist-file) "', (status = "
              fs-denylist ")"
           .

       show-extrato-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-extrato,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(extrato-file) "', (status = "
              fs-extrato ")"
           .

       show-relatorio-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-relatorio,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(relatorio-file) "', (status = "
              fs-relatorio ")"
           .
