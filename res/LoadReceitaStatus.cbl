       identification division.
       program-id. CarregaSituacao.

      *    weekly load of the Receita Federal "situacao cadastral"
      *    extract into situacao-receita.dat, the indexed file the
      *    validators and the service-desk inquiry look each CPF up
      *    in.  a CPF with correct check digits that is not on the
      *    denylist used to pass even when Receita had suspended or
      *    cancelled it, or its holder had died - compliance only
      *    caught those after the account was opened.
      *
      *    the extract is a full snapshot, so the master is rebuilt
      *    from scratch on every load.  the header/trailer batch
      *    control is reconciled in a first pass BEFORE the master
      *    is touched: a truncated or corrupt extract leaves last
      *    week's master in place instead of replacing it with half
      *    a file.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select situacao-extrato assign to situacao-extrato-file
             organization is line sequential
             file status is fs-situacao-extrato.

             select situacao-receita assign to situacao-receita-file
             organization is indexed
             access mode is random
             record key is sit-cpf
             file status is fs-situacao-receita.

       data division.
       file section.
      *    Receita extract: a header "H" + extraction date (aaaammdd)
      *    + source system, one data record per CPF and a trailer
      *    "T" + count of data records.  data records start with the
      *    CPF digits, so column 1 tells them apart.  situacao is
      *    Receita's own code: 0 regular, 2 suspensa, 3 titular
      *    falecido, 4 pendente de regularizacao, 5 cancelada por
      *    multiplicidade, 8 nula, 9 cancelada de oficio.
       fd  situacao-extrato.
       01  situacao-extrato-reg.
           05 rfx-cpf              pic x(11).
           05 rfx-situacao         pic x(01).
           05 rfx-data-situacao    pic x(08).
           05 rfx-ano-obito        pic x(04).
       01  rfx-header-reg.
           05 rfx-cab-tipo         pic x(01).
           05 rfx-cab-data         pic x(08).
           05 rfx-cab-sistema      pic x(08).
           05 filler               pic x(07).
       01  rfx-trailer-reg.
           05 rfx-trl-tipo         pic x(01).
           05 rfx-trl-total-regs   pic 9(08).
           05 filler               pic x(15).

      *    situation master keyed by the bare 11-digit CPF.
      *    sit-data-carga is the extraction date of the snapshot the
      *    record came from, so a stale master is visible from the
      *    record itself.
       fd  situacao-receita.
       01  situacao-receita-reg.
           05 sit-cpf              pic 9(11).
           05 sit-situacao         pic x(01).
           05 sit-data-situacao    pic 9(08).
           05 sit-ano-obito        pic x(04).
           05 sit-data-carga       pic 9(08).

       working-storage section.
       77  situacao-extrato-file  pic x(64)
                                  value "situacao-receita.txt".
       77  situacao-receita-file  pic x(64)
                                  value "situacao-receita.dat".
       77  fs-situacao-extrato    pic x(02) value spaces.
       77  fs-situacao-receita    pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  cont-lidos             pic 9(08) comp-5 value zero.
       77  cont-gravados          pic 9(08) comp-5 value zero.
       77  cont-ignorados         pic 9(08) comp-5 value zero.
       77  cont-duplicados        pic 9(08) comp-5 value zero.
       77  cont-regulares         pic 9(08) comp-5 value zero.
       77  cont-suspensos         pic 9(08) comp-5 value zero.
       77  cont-falecidos         pic 9(08) comp-5 value zero.
       77  cont-pendentes         pic 9(08) comp-5 value zero.
       77  cont-cancelados        pic 9(08) comp-5 value zero.
       77  cont-nulos             pic 9(08) comp-5 value zero.
       77  data-extracao          pic 9(08) value zeros.
       77  cab-recebido           pic x(01) value "N".
           88 header-presente      value "S".
       77  trl-recebido           pic x(01) value "N".
           88 trailer-presente     value "S".
       77  trl-qtd-informada      pic 9(08) comp-5 value zero.
       77  qtd-conferida          pic 9(08) comp-5 value zero.
       77  lote-com-erro          pic x(01) value "N".
           88 lote-invalido        value "S".

       procedure division.
           perform parse-runtime-params
           perform conferir-extrato
           if lote-invalido
              display "extrato da receita rejeitado - master de"
                 " situacao mantido sem alteracao"
              move 12 to return-code
              stop run
           end-if

           open input situacao-extrato
           if fs-situacao-extrato <> "00"
              perform show-situacao-extrato-file-error
              move 12 to return-code
              stop run
           end-if

           open output situacao-receita
           if fs-situacao-receita <> "00"
              perform show-situacao-receita-file-error
              move 12 to return-code
              stop run
           end-if

           perform until exit
              read situacao-extrato next
              if fs-situacao-extrato <> "00"
                 exit perform
              end-if
              if situacao-extrato-reg(1:1) = "H" or
                 situacao-extrato-reg(1:1) = "T"
                 continue
              else
                 add 1 to cont-lidos
                 perform carregar-situacao
              end-if
           end-perform

           close situacao-extrato
           close situacao-receita

           perform show-summary
      *    scheduler-friendly end: 0 = clean, 4 = loaded with
      *    ignored or duplicate lines, 12 = load failed.
           if cont-ignorados > zero or cont-duplicados > zero
              move 4 to return-code
           end-if
           stop run
           .

       parse-runtime-params.
      *    runtime override: "[extract-file] [master-file]", both
      *    optional, e.g. "situacao-receita-sem42.txt".
           accept param-line from command-line
           move spaces to param-tok1, param-tok2
           unstring param-line delimited by all space
              into param-tok1 param-tok2
           end-unstring
           if param-tok1 <> spaces
              move param-tok1 to situacao-extrato-file
           end-if
           if param-tok2 <> spaces
              move param-tok2 to situacao-receita-file
           end-if
           .

       conferir-extrato.
      *    first pass: header and trailer must both be present and
      *    the trailer count must match the data records actually
      *    received.  unlike the daily movement, a weekly snapshot
      *    without batch control is not accepted - loading a
      *    truncated one would silently clear every CPF past the
      *    cut.
           open input situacao-extrato
           if fs-situacao-extrato <> "00"
              perform show-situacao-extrato-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read situacao-extrato next
              if fs-situacao-extrato <> "00"
                 exit perform
              end-if
              evaluate true
                 when situacao-extrato-reg(1:1) = "H"
                    set header-presente to true
                    if rfx-cab-data is numeric
                       move rfx-cab-data to data-extracao
                    end-if
                    display "extrato gerado em " rfx-cab-data
                       " pelo sistema " function trim(rfx-cab-sistema)
                 when situacao-extrato-reg(1:1) = "T"
                    set trailer-presente to true
                    if rfx-trl-total-regs is numeric
                       move rfx-trl-total-regs to trl-qtd-informada
                    else
                       display "erro: trailer malformado: "
                          situacao-extrato-reg
                       set lote-invalido to true
                    end-if
                 when other
                    add 1 to qtd-conferida
              end-evaluate
           end-perform
           close situacao-extrato

           evaluate true
              when not header-presente
                 display "erro: extrato sem header"
                 set lote-invalido to true
              when not trailer-presente
                 display "erro: extrato sem trailer (arquivo"
                    " truncado?)"
                 set lote-invalido to true
              when trl-qtd-informada <> qtd-conferida
                 display "erro: trailer informa " trl-qtd-informada
                    " registros, lidos " qtd-conferida
                 set lote-invalido to true
              when other
                 continue
           end-evaluate
           .

       carregar-situacao.
      *    lines with a non-numeric CPF or an unknown situation code
      *    are reported and left out rather than loaded as garbage.
           if rfx-cpf is not numeric
              display "linha ignorada (cpf invalido): "
                 situacao-extrato-reg
              add 1 to cont-ignorados
           else
              evaluate rfx-situacao
                 when "0"
                    add 1 to cont-regulares
                    perform gravar-situacao
                 when "2"
                    add 1 to cont-suspensos
                    perform gravar-situacao
                 when "3"
                    add 1 to cont-falecidos
                    perform gravar-situacao
                 when "4"
                    add 1 to cont-pendentes
                    perform gravar-situacao
                 when "5" when "9"
                    add 1 to cont-cancelados
                    perform gravar-situacao
                 when "8"
                    add 1 to cont-nulos
                    perform gravar-situacao
                 when other
                    display "linha ignorada (situacao desconhecida): "
                       situacao-extrato-reg
                    add 1 to cont-ignorados
              end-evaluate
           end-if
           .

       gravar-situacao.
           move spaces          to situacao-receita-reg
           move rfx-cpf         to sit-cpf
           move rfx-situacao    to sit-situacao
           if rfx-data-situacao is numeric
              move rfx-data-situacao to sit-data-situacao
           else
              move zeros to sit-data-situacao
           end-if
           move rfx-ano-obito   to sit-ano-obito
           move data-extracao   to sit-data-carga
           write situacao-receita-reg
           evaluate fs-situacao-receita
              when "00"
                 add 1 to cont-gravados
              when "22"
                 display "cpf repetido no extrato (mantida a primeira"
                    " ocorrencia): " rfx-cpf
                 add 1 to cont-duplicados
              when other
                 perform show-situacao-receita-file-error
                 move 12 to return-code
                 stop run
           end-evaluate
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo da carga da situacao cadastral"
           display "registros lidos    : " cont-lidos
           display "registros gravados : " cont-gravados
           display "registros ignorados: " cont-ignorados
           display "cpfs repetidos     : " cont-duplicados
           display "regulares          : " cont-regulares
           display "suspensos          : " cont-suspensos
           display "titular falecido   : " cont-falecidos
           display "pendente de regularizacao: " cont-pendentes
           display "cancelados         : " cont-cancelados
           display "nulos              : " cont-nulos
           display "---------------------------------------------"
           .

       show-situacao-extrato-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-situacao-extrato,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(situacao-extrato-file) "', (status = "
              fs-situacao-extrato ")"
           .

       show-situacao-receita-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-situacao-receita,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(situacao-receita-file) "', (status = "
              fs-situacao-receita ")"
           .
