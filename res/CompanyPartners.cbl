       identification division.
       program-id. RiscoSocietario.

      *    partner risk of the companies in onboarding.  ValidadeCnpjs
      *    checks only the company's own CNPJ; this program reads the
      *    partner and administrator file (the QSA, "quadro de socios
      *    e administradores") that comes with company onboarding and
      *    checks the people - and companies - behind each CNPJ:
      *    every partner document goes through VALCPF or VALCNPJ and
      *    the current denylist, and every partner CPF is looked up
      *    in the customer master cadastro.dat.  a partner is
      *    classified by its most serious finding:
      *
      *      1 bloqueado     document on the denylist
      *      2 invalido      malformed, repeated digits or wrong
      *                      check digits
      *      3 desconhecido  valid CPF unknown to the cadastro
      *
      *    the company-risk extract lists, grouped by CNPJ, every
      *    partner with a finding, and the report shows each company
      *    with at least one such partner under its worst finding.
      *    foreign partners ("E") carry no brazilian document and are
      *    only counted.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select qsa assign to qsa-file
             organization is line sequential
             file status is fs-qsa.

             select cadastro assign to cadastro-file
             organization is indexed
             access mode is random
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
      *    QSA from company onboarding: one line per partner or
      *    administrator - the company CNPJ and the partner document,
      *    masked or bare, the partner type ("F" person, "J" company,
      *    "E" foreign), name and Receita qualification code (49
      *    socio-administrador, 22 socio, 05 administrador, ...).
      *    the file may carry the usual batch control: a header "H" +
      *    generation date + source system and a trailer "T" + count
      *    of partner lines + hash total (sum of the parsed partner
      *    document numbers of the well-formed CPFs and numeric
      *    CNPJs, modulo 10**15).  an alphanumeric company CNPJ may
      *    start with "H" or "T", so a control record is told apart
      *    by its column 20, which on a partner line always holds the
      *    partner type.
       fd  qsa.
       01  qsa-reg.
           05 qsa-cnpj             pic x(18).
           05 filler               pic x(01).
           05 qsa-tipo-socio       pic x(01).
              88 socio-pessoa-fisica   value "F".
              88 socio-pessoa-juridica value "J".
              88 socio-estrangeiro     value "E".
           05 filler               pic x(01).
           05 qsa-documento        pic x(18).
           05 filler               pic x(01).
           05 qsa-nome             pic x(30).
           05 filler               pic x(01).
           05 qsa-qualificacao     pic x(02).
       01  qsa-header-reg.
           05 cab-tipo             pic x(01).
           05 cab-data-geracao     pic x(08).
           05 cab-sistema-origem   pic x(08).
           05 filler               pic x(07).
       01  qsa-trailer-reg.
           05 trl-tipo             pic x(01).
           05 trl-total-regs       pic 9(08).
           05 trl-hash-total       pic 9(15).

       fd  cadastro.
       01  cadastro-reg.
           05 cad-cpf              pic 9(11).
           05 cad-nome             pic x(30).

       fd  denylist.
       01  denylist-reg            pic x(14).

      *    company-risk extract: one line per partner with a finding,
      *    grouped by company, between a header "H" + date + system
      *    and a trailer "T" + count + hash total (sum of the parsed
      *    partner document numbers, zero when malformed, modulo
      *    10**15).  categoria is the finding's code (see
      *    tab-categorias).
       fd  extrato.
       01  extrato-reg.
           05 ext-cnpj             pic x(14).
           05 filler               pic x(01).
           05 ext-categoria        pic 9(02).
           05 filler               pic x(01).
           05 ext-motivo           pic x(20).
           05 filler               pic x(01).
           05 ext-tipo-socio       pic x(01).
           05 filler               pic x(01).
           05 ext-documento        pic x(18).
           05 filler               pic x(01).
           05 ext-nome             pic x(30).
           05 filler               pic x(01).
           05 ext-qualificacao     pic x(02).
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

      *    every partner line is released, clean ones under category
      *    9, so the output procedure can count the companies read as
      *    well as the ones at risk; within a company the worst
      *    finding sorts first.
       sd  work-sort.
       01  sort-reg.
           05 srt-cnpj            pic x(14).
           05 srt-categoria       pic 9(02).
           05 srt-documento       pic x(18).
           05 srt-tipo-socio      pic x(01).
           05 srt-nome            pic x(30).
           05 srt-qualificacao    pic x(02).
           05 srt-detalhe         pic x(20).
           05 srt-numero          pic 9(14).

       working-storage section.
       77  qsa-file               pic x(64) value "qsa.txt".
       77  cadastro-file          pic x(64) value "cadastro.dat".
       77  denylist-file          pic x(64) value "denylist.txt".
       77  extrato-file           pic x(64)
                                  value "risco-societario.txt".
       77  relatorio-file         pic x(64)
                                  value "risco-societario-rel.txt".
       77  fs-qsa                 pic x(02) value spaces.
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
       77  cont-socios            pic 9(08) comp-5 value zero.
       77  cont-estrangeiros      pic 9(08) comp-5 value zero.
       77  cont-ignorados         pic 9(08) comp-5 value zero.
       77  cont-empresas          pic 9(08) comp-5 value zero.
       77  cont-empresas-risco    pic 9(08) comp-5 value zero.
       77  cont-achados           pic 9(08) comp-5 value zero.
       77  qtd-empresa            pic 9(08) comp-5 value zero.
       77  cat-idx                pic 9(04) comp-5 value zero.
       77  cnpj-atual             pic x(14) value spaces.
       77  extrato-hash           pic 9(15) comp-5 value zero.
       77  soma-hash              pic 9(15) comp-5 value zero.
       77  trl-qtd-informada      pic 9(08) comp-5 value zero.
       77  trl-hash-informado     pic 9(15) comp-5 value zero.
       77  cab-recebido           pic x(01) value "N".
           88 header-presente      value "S".
       77  trl-recebido           pic x(01) value "N".
           88 trailer-presente     value "S".
       77  lote-com-erro          pic x(01) value "N".
           88 lote-invalido        value "S".
       77  denylist-flag          pic x(01) value "N".
           88 denylist-carregada   value "S".
       77  doc-bloqueado-flag     pic x(01) value "N".
           88 doc-bloqueado        value "S".
       77  empresa-risco-flag     pic x(01) value "N".
           88 empresa-em-risco     value "S".
       77  cpf-num-lido           pic 9(11) value zeros.
       77  cnpj-doc-lido          pic x(14) value spaces.
       77  socio-numero           pic 9(14) value zeros.
       77  achado-categoria       pic 9(02) value zeros.
       77  achado-detalhe         pic x(20) value spaces.
      *    the company's risk, from its worst finding, for the group
      *    line repeated at the top of a continuation page.
       77  rotulo-empresa         pic x(12) value spaces.

      *    finding categories, by code and in order of seriousness:
      *    the code orders the partners of a company and is carried
      *    on the extract.  rotulo is the company's risk as printed
      *    in the report, taken from its worst partner.
       01  tab-categorias-valores.
           05 filler pic x(20) value "socio bloqueado".
           05 filler pic x(12) value "BLOQUEADO".
           05 filler pic x(20) value "socio invalido".
           05 filler pic x(12) value "INVALIDO".
           05 filler pic x(20) value "socio desconhecido".
           05 filler pic x(12) value "DESCONHECIDO".
       01  filler redefines tab-categorias-valores.
           05 cat-entry occurs 3.
              10 cat-descricao    pic x(20).
              10 cat-rotulo       pic x(12).
       01  tab-categorias-qtd.
           05 cat-qtd             pic 9(08) comp-5 occurs 3.

      *    current denylist, loaded as the validators load it: the
      *    11-digit entries are CPFs, the 14-character ones CNPJs
      *    (numeric or alphanumeric) - a company partner is checked
      *    against the latter.
       77  qtd-bloqueados         pic 9(08) comp-5 value zero.
       01  tab-bloqueados.
           05 cpf-bloqueado       pic 9(11) occurs 1 to 500000
              depending on qtd-bloqueados
              ascending key is cpf-bloqueado
              indexed by bloq-idx.
       77  qtd-cnpj-bloqueados    pic 9(08) comp-5 value zero.
       01  tab-cnpj-bloqueados.
           05 cnpj-bloqueado      pic x(14) occurs 1 to 500000
              depending on qtd-cnpj-bloqueados
              ascending key is cnpj-bloqueado
              indexed by cnpj-bloq-idx.

       01  cab-titulo.
           05 filler              pic x(37)
              value "risco societario - qsa          data".
           05 filler              pic x(01) value space.
           05 cab-data            pic x(10).
           05 filler              pic x(21) value spaces.
           05 filler              pic x(07) value "pagina ".
           05 cab-pagina          pic zzz9.

       01  cab-colunas.
           05 filler              pic x(14) value "achado".
           05 filler              pic x(02) value "t".
           05 filler              pic x(19) value "documento".
           05 filler              pic x(25) value "nome".
           05 filler              pic x(03) value "ql".
           05 filler              pic x(17) value "detalhe".

       01  linha-grupo.
           05 filler              pic x(06) value "cnpj: ".
           05 grp-cnpj            pic x(14).
           05 filler              pic x(10) value "   risco: ".
           05 grp-rotulo          pic x(12).

       01  linha-detalhe.
           05 det-rotulo          pic x(12).
           05 filler              pic x(02) value spaces.
           05 det-tipo-socio      pic x(01).
           05 filler              pic x(01) value space.
           05 det-documento       pic x(18).
           05 filler              pic x(01) value space.
           05 det-nome            pic x(24).
           05 filler              pic x(01) value space.
           05 det-qualificacao    pic x(02).
           05 filler              pic x(01) value space.
           05 det-detalhe         pic x(17).

       01  linha-subtotal.
           05 filler              pic x(20)
              value "socios em risco:    ".
           05 sub-qtd             pic zzzzzz9.

       01  linha-total.
           05 tot-descricao       pic x(32).
           05 tot-qtd             pic zzzzzz9.

       01  linha-separadora      pic x(80) value all "-".

      *    single-document validation lives in the VALCPF and VALCNPJ
      *    subprograms, shared with the validators.
       copy "ValCpf-Area.cpy".
       copy "ValCnpj-Area.cpy".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           initialize tab-categorias-qtd
           perform parse-runtime-params
           perform load-denylist

      *    without the customer master every valid partner would read
      *    "desconhecido": that is a failed run, not a finding.
           open input cadastro
           if fs-cadastro <> "00"
              perform show-cadastro-file-error
              move 12 to return-code
              stop run
           end-if

           sort work-sort
              ascending key srt-cnpj srt-categoria srt-documento
              input procedure is ler-qsa
              output procedure is gravar-saidas

           close cadastro
           perform check-batch-control
           perform show-summary
      *    scheduler-friendly end: 0 = no company at risk, 4 =
      *    companies at risk or QSA lines ignored, 12 = run failed or
      *    batch control does not reconcile.
           evaluate true
              when lote-invalido
                 move 12 to return-code
              when cont-empresas-risco > zero or cont-ignorados > zero
                 move 4 to return-code
              when other
                 continue
           end-evaluate
           stop run
           .

       parse-runtime-params.
      *    runtime override: "[qsa-file] [extrato-file]", both
      *    optional, e.g. "qsa-regional.txt".
           accept param-line from command-line
           move spaces to param-tok1, param-tok2
           unstring param-line delimited by all space
              into param-tok1 param-tok2
           end-unstring
           if param-tok1 <> spaces
              move param-tok1 to qsa-file
           end-if
           if param-tok2 <> spaces
              move param-tok2 to extrato-file
           end-if
           .

       load-denylist.
      *    a missing denylist is reported but does not stop the run;
      *    the report then says the blocked check was not done, so a
      *    zero there is not read as "none blocked".
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
                 evaluate true
                    when denylist-reg(1:11) is numeric and
                         denylist-reg(12:3) = spaces
                       if qtd-bloqueados < 500000
                          add 1 to qtd-bloqueados
                          move denylist-reg(1:11)
                             to cpf-bloqueado(qtd-bloqueados)
                       else
                          display "aviso: denylist excede 500000"
                             " cpfs - excedente ignorado"
                       end-if
                    when denylist-reg(12:3) <> spaces
                       if qtd-cnpj-bloqueados < 500000
                          add 1 to qtd-cnpj-bloqueados
                          move denylist-reg(1:14)
                             to cnpj-bloqueado(qtd-cnpj-bloqueados)
                       else
                          display "aviso: denylist excede 500000"
                             " cnpjs - excedente ignorado"
                       end-if
                    when other
                       continue
                 end-evaluate
              end-perform
              close denylist
              if qtd-bloqueados > zero
                 sort cpf-bloqueado ascending cpf-bloqueado
              end-if
              if qtd-cnpj-bloqueados > zero
                 sort cnpj-bloqueado ascending cnpj-bloqueado
              end-if
           end-if
           .

       ler-qsa.
           open input qsa
           if fs-qsa <> "00"
              perform show-qsa-file-error
              close cadastro
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read qsa next
              if fs-qsa <> "00"
                 exit perform
              end-if
              evaluate true
                 when qsa-reg = spaces
                    continue
                 when qsa-reg(1:1) = "H" and
                      not socio-pessoa-fisica and
                      not socio-pessoa-juridica and
                      not socio-estrangeiro
                    perform process-header-record
                 when qsa-reg(1:1) = "T" and
                      not socio-pessoa-fisica and
                      not socio-pessoa-juridica and
                      not socio-estrangeiro
                    perform process-trailer-record
                 when other
                    add 1 to cont-lidos
                    perform analisar-socio
              end-evaluate
           end-perform
           if fs-qsa <> "10"
              perform show-qsa-file-error
              set lote-invalido to true
           end-if
           close qsa
           .

       process-header-record.
           set header-presente to true
           display "qsa gerado em " cab-data-geracao
              " pelo sistema " function trim(cab-sistema-origem)
           .

       process-trailer-record.
           set trailer-presente to true
           if trl-total-regs is numeric and
              trl-hash-total is numeric
              move trl-total-regs to trl-qtd-informada
              move trl-hash-total to trl-hash-informado
           else
              display "erro: trailer malformado: " qsa-reg
              set lote-invalido to true
           end-if
           .

       analisar-socio.
      *    the company CNPJ is only the grouping key: its own checks
      *    are ValidadeCnpjs' job.  a line whose company CNPJ cannot
      *    even be parsed cannot be grouped and is ignored - but it
      *    was sent, so it still counts toward the batch control.
           perform somar-hash-socio
           move qsa-cnpj to valcnpj-documento
           call "VALCNPJ" using valcnpj-area
           if valcnpj-malformado
              display "linha do qsa ignorada (cnpj da empresa): "
                 qsa-reg
              add 1 to cont-ignorados
           else
              move valcnpj-doc-base to cnpj-doc-lido
              move zeros  to socio-numero
              move 9      to achado-categoria
              move spaces to achado-detalhe
              evaluate true
                 when socio-pessoa-fisica
                    add 1 to cont-socios
                    perform analisar-socio-cpf
                 when socio-pessoa-juridica
                    add 1 to cont-socios
                    perform analisar-socio-cnpj
                 when socio-estrangeiro
                    add 1 to cont-estrangeiros
                 when other
                    display "linha do qsa ignorada (tipo de socio): "
                       qsa-reg
                    add 1 to cont-ignorados
              end-evaluate
              if socio-pessoa-fisica or socio-pessoa-juridica or
                 socio-estrangeiro
                 perform liberar-socio
              end-if
           end-if
           .

       somar-hash-socio.
      *    the sender's hash covers every partner line as sent,
      *    whatever this program later makes of it.
           evaluate true
              when socio-pessoa-fisica
                 move qsa-documento to valcpf-documento
                 call "VALCPF" using valcpf-area
                 if not valcpf-malformado
                    compute soma-hash = function mod
                       (soma-hash + valcpf-numero, 1000000000000000)
                 end-if
              when socio-pessoa-juridica
                 move qsa-documento to valcnpj-documento
                 call "VALCNPJ" using valcnpj-area
                 if not valcnpj-malformado
                    compute soma-hash = function mod
                       (soma-hash + valcnpj-numero, 1000000000000000)
                 end-if
              when other
                 continue
           end-evaluate
           .

       analisar-socio-cpf.
      *    same order as ValidadeCpfs: a well-formed document on the
      *    denylist is blocked whatever its check digits say.
           move qsa-documento to valcpf-documento
           call "VALCPF" using valcpf-area
           if valcpf-malformado
              move 2 to achado-categoria
              move "cpf malformado" to achado-detalhe
           else
              move valcpf-numero to cpf-num-lido
              move valcpf-numero to socio-numero
              perform check-denylist-cpf
              evaluate true
                 when doc-bloqueado
                    move 1 to achado-categoria
                    move "na denylist" to achado-detalhe
                 when valcpf-repetido
                    move 2 to achado-categoria
                    move "digitos repetidos" to achado-detalhe
                 when valcpf-digito-errado
                    move 2 to achado-categoria
                    string "lidos " valcpf-digitos-lidos
                       " calc. " valcpf-digitos-calc
                       delimited by size into achado-detalhe
                    end-string
                 when other
                    perform check-cadastro-socio
              end-evaluate
           end-if
           .

       analisar-socio-cnpj.
      *    a company partner has no cadastro entry to look up: the
      *    customer master holds people only.
           move qsa-documento to valcnpj-documento
           call "VALCNPJ" using valcnpj-area
           if valcnpj-malformado
              move 2 to achado-categoria
              move "cnpj malformado" to achado-detalhe
           else
              move valcnpj-numero to socio-numero
              perform check-denylist-cnpj
              evaluate true
                 when doc-bloqueado
                    move 1 to achado-categoria
                    move "na denylist" to achado-detalhe
                 when valcnpj-repetido
                    move 2 to achado-categoria
                    move "digitos repetidos" to achado-detalhe
                 when valcnpj-digito-errado
                    move 2 to achado-categoria
                    string "lidos " valcnpj-digitos-lidos
                       " calc. " valcnpj-digitos-calc
                       delimited by size into achado-detalhe
                    end-string
                 when other
                    continue
              end-evaluate
           end-if
           .

       check-denylist-cpf.
           move "N" to doc-bloqueado-flag
           if qtd-bloqueados > zero
              search all cpf-bloqueado
                 at end continue
                 when cpf-bloqueado(bloq-idx) = cpf-num-lido
                    move "S" to doc-bloqueado-flag
              end-search
           end-if
           .

       check-denylist-cnpj.
           move "N" to doc-bloqueado-flag
           if qtd-cnpj-bloqueados > zero
              search all cnpj-bloqueado
                 at end continue
                 when cnpj-bloqueado(cnpj-bloq-idx) = valcnpj-doc-base
                    move "S" to doc-bloqueado-flag
              end-search
           end-if
           .

       check-cadastro-socio.
      *    a valid CPF nobody at the bank has ever dealt with is the
      *    classic front-company partner.  an i/o error other than
      *    "not found" is reported and the partner left unclassified
      *    rather than accused.
           move cpf-num-lido to cad-cpf
           read cadastro
           evaluate fs-cadastro
              when "00"
                 continue
              when "23"
                 move 3 to achado-categoria
                 move "sem cadastro" to achado-detalhe
              when other
                 perform show-cadastro-file-error
           end-evaluate
           .

       liberar-socio.
           if achado-categoria < 9
              add 1 to cont-achados
              add 1 to cat-qtd(achado-categoria)
           end-if
           move cnpj-doc-lido    to srt-cnpj
           move achado-categoria to srt-categoria
           move qsa-documento    to srt-documento
           move qsa-tipo-socio   to srt-tipo-socio
           move qsa-nome         to srt-nome
           move qsa-qualificacao to srt-qualificacao
           move achado-detalhe   to srt-detalhe
           move socio-numero     to srt-numero
           release sort-reg
           .

       check-batch-control.
      *    reconcile the trailer against the partner lines actually
      *    read, so a truncated QSA cannot pass for a clean one.  a
      *    file without header and trailer is accepted as a legacy
      *    extract, as the validators do.
           evaluate true
              when trailer-presente
                 if trl-qtd-informada <> cont-lidos
                    display "erro: lote invalido - trailer informa "
                       trl-qtd-informada " registros, lidos "
                       cont-lidos
                    set lote-invalido to true
                 end-if
                 if trl-hash-informado <> soma-hash
                    display "erro: lote invalido - hash do trailer "
                       trl-hash-informado " <> hash acumulado "
                       soma-hash
                    set lote-invalido to true
                 end-if
              when header-presente
                 display "erro: lote invalido - header presente sem"
                    " trailer (arquivo truncado?)"
                 set lote-invalido to true
              when other
                 continue
           end-evaluate
           if lote-invalido
              display "controle de lote nao confere em "
                 function trim(qsa-file)
                 " - resultados desta execucao nao sao confiaveis"
           end-if
           .

       gravar-saidas.
           open output extrato
           if fs-extrato <> "00"
              perform show-extrato-file-error
              close cadastro
              move 12 to return-code
              stop run
           end-if
           open output relatorio
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
              close cadastro
              close extrato
              move 12 to return-code
              stop run
           end-if
           perform gravar-cabecalho-extrato
           perform nova-pagina

           perform until exit
              return work-sort
                 at end exit perform
              end-return

      *    the worst finding of a company sorts first, so its first
      *    line says whether the company goes on the report at all.
              if srt-cnpj <> cnpj-atual or cont-empresas = zero
                 if empresa-em-risco
                    perform imprimir-subtotal
                 end-if
                 move srt-cnpj to cnpj-atual
                 add 1 to cont-empresas
                 move zero to qtd-empresa
                 move "N" to empresa-risco-flag
                 if srt-categoria < 9
                    set empresa-em-risco to true
                    move cat-rotulo(srt-categoria) to rotulo-empresa
                    add 1 to cont-empresas-risco
                    perform imprimir-grupo
                 end-if
              end-if

              if srt-categoria < 9
                 perform imprimir-detalhe
                 perform gravar-extrato
              end-if
           end-perform

           if empresa-em-risco
              perform imprimir-subtotal
           end-if
           perform gravar-trailer-extrato
           perform imprimir-total-geral

           close extrato
           close relatorio
           .

       gravar-extrato.
           move spaces           to extrato-reg
           move srt-cnpj         to ext-cnpj
           move srt-categoria    to ext-categoria
           move cat-descricao(srt-categoria) to ext-motivo
           move srt-tipo-socio   to ext-tipo-socio
           move srt-documento    to ext-documento
           move srt-nome         to ext-nome
           move srt-qualificacao to ext-qualificacao
           move srt-detalhe      to ext-detalhe
           write extrato-reg
           if fs-extrato <> "00"
              perform show-extrato-file-error
           end-if
           compute extrato-hash = function mod
              (extrato-hash + srt-numero, 1000000000000000)
           .

       gravar-cabecalho-extrato.
           move spaces    to extrato-reg
           move "H"       to ext-cab-tipo
           move data-hoje to ext-cab-data
           move "QSA"     to ext-cab-sistema
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
           move cnpj-atual to grp-cnpj
           move rotulo-empresa to grp-rotulo
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
           move cat-rotulo(srt-categoria) to det-rotulo
           move srt-tipo-socio   to det-tipo-socio
           move srt-documento    to det-documento
           move srt-nome         to det-nome
           move srt-qualificacao to det-qualificacao
           move srt-detalhe      to det-detalhe
           write relatorio-linha from linha-detalhe
           add 1 to linhas
           perform check-relatorio-write
           add 1 to qtd-empresa
           .

       imprimir-subtotal.
           perform conferir-quebra-pagina
           move qtd-empresa to sub-qtd
           write relatorio-linha from linha-subtotal
           add 1 to linhas
           perform check-relatorio-write
           .

       imprimir-total-geral.
           perform conferir-quebra-pagina
           move spaces to relatorio-linha
           write relatorio-linha
           write relatorio-linha from linha-separadora
           add 2 to linhas
           perform varying cat-idx from 1 by 1 until cat-idx > 3
              perform conferir-quebra-pagina
              move spaces to tot-descricao
              move cat-descricao(cat-idx) to tot-descricao
              move cat-qtd(cat-idx) to tot-qtd
              write relatorio-linha from linha-total
              add 1 to linhas
           end-perform
           perform conferir-quebra-pagina
           write relatorio-linha from linha-separadora
           move "linhas lidas no qsa:" to tot-descricao
           move cont-lidos to tot-qtd
           write relatorio-linha from linha-total
           move "socios verificados:" to tot-descricao
           move cont-socios to tot-qtd
           write relatorio-linha from linha-total
           move "socios estrangeiros nao verif.:" to tot-descricao
           move cont-estrangeiros to tot-qtd
           write relatorio-linha from linha-total
           move "linhas ignoradas:" to tot-descricao
           move cont-ignorados to tot-qtd
           write relatorio-linha from linha-total
           move "empresas no qsa:" to tot-descricao
           move cont-empresas to tot-qtd
           write relatorio-linha from linha-total
           move "empresas com socio em risco:" to tot-descricao
           move cont-empresas-risco to tot-qtd
           write relatorio-linha from linha-total
           write relatorio-linha from linha-separadora
           add 8 to linhas
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
           display "resumo do risco societario"
           display "linhas lidas no qsa: " cont-lidos
           display "socios verificados : " cont-socios
           display "socios estrangeiros: " cont-estrangeiros
           display "linhas ignoradas   : " cont-ignorados
           display "empresas no qsa    : " cont-empresas
           display "empresas em risco  : " cont-empresas-risco
           perform varying cat-idx from 1 by 1 until cat-idx > 3
              display cat-descricao(cat-idx) ": " cat-qtd(cat-idx)
           end-perform
           display "relatorio gravado em " function trim(relatorio-file)
           display "extrato gravado em " function trim(extrato-file)
           display "---------------------------------------------"
           .

       show-qsa-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-qsa,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(qsa-file) "', (status = " fs-qsa ")"
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
