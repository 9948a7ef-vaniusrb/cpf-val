       identification division.
       program-id. ArquivaSaidas.

      *    end-of-day archive of the validation outputs.  every run
      *    overwrites cpfs-valid.txt, cpfs-invalid.txt,
      *    cpfs-concil.txt, divergencias.txt, the CNPJ and PIS files
      *    and the branch returns rejeitos-<agencia>.txt, and
      *    cpfs-validados.dat keeps only the first and last sighting
      *    of a document - so "what happened to this document on
      *    which day" had no answer a week later.  run last in the
      *    chain, this program:
      *
      *    - copies each of the day's outputs into a dated generation,
      *      <prefixo><aaaammdd>-<gg>-<arquivo>, keyed by the business
      *      date (see DATANEG).  a rerun of the same business day
      *      gets the next generation number instead of overwriting
      *      the first, so both runs stay on record;
      *    - adds one line per archived file to the catalog
      *      arquivo-catalogo.txt (business date, generation, actual
      *      run date and time, N/R run type, records, original and
      *      archived file name, "A" archived / "E" expired);
      *    - indexes every document appearance in arquivo-indice.dat,
      *      keyed by document + business date + generation +
      *      sequence, with the file, branch, outcome and reason -
      *      read by RastreiaDocumento for a document's timeline.
      *      the branch returns repeat cpfs-invalid.txt line for line,
      *      so they are archived but not indexed a second time: the
      *      cpfs-invalid.txt appearance already carries the branch;
      *    - expires generations older than the retention period:
      *      the archived files are deleted, their index entries
      *      removed and their catalog lines marked "E" (kept as
      *      history, like the denylist master keeps removals).
      *
      *    documents are indexed as read with the mask punctuation
      *    dropped (digits and letters only), so "123.456.789-09" and
      *    "12345678909" are the same document, and an alphanumeric
      *    CNPJ keeps its letters.  a PIS/PASEP/NIS has the 11 digits
      *    of a CPF, so it is indexed behind the "P" indicator
      *    ValidadeDocs and ConsultaDocumento use ("P12345678901") and
      *    never mixes with the CPF of the same number.
      *
      *    runtime override: "[RETENCAO=dias] [ARQUIVO=prefixo]", both
      *    optional.  RETENCAO defaults to 90 days, 0 keeps every
      *    generation; ARQUIVO is put in front of the archived file
      *    names (default "arquivo-"), and may name a directory that
      *    already exists ("ARQUIVO=/dados/arquivo/").
      *
      *    return code 0 when every output was archived, 4 when some
      *    output was missing (a step did not run or wrote nothing),
      *    12 when the catalog or the index cannot be maintained or
      *    an archive copy failed.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select optional catalogo assign to catalogo-file
             organization is line sequential
             file status is fs-catalogo.

             select optional indice assign to indice-file
             organization is indexed
             access mode is dynamic
             record key is idx-chave
             file status is fs-indice.

             select origem assign to origem-file
             organization is line sequential
             file status is fs-origem.

             select destino assign to destino-file
             organization is line sequential
             file status is fs-destino.

       data division.
       file section.
      *    archive catalog: one line per archived file, rewritten
      *    whole at the end of every run.
       fd  catalogo.
       01  catalogo-reg           pic x(126).

      *    document index, layout shared with RastreiaDocumento.
      *    idx-sequencia numbers the appearances within a generation
      *    in the order they were archived.
       fd  indice.
       01  indice-reg.
           05 idx-chave.
              10 idx-documento    pic x(14).
              10 idx-data-negocio pic 9(08).
              10 idx-geracao      pic 9(02).
              10 idx-sequencia    pic 9(08).
           05 idx-arquivo         pic x(20).
           05 idx-agencia         pic x(04).
           05 idx-resultado       pic x(12).
           05 idx-motivo          pic x(30).
           05 idx-data-execucao   pic 9(08).
           05 idx-tipo-execucao   pic x(01).

      *    any of the daily outputs, read and written line by line.
       fd  origem.
       01  origem-reg             pic x(256).

       fd  destino.
       01  destino-reg            pic x(256).

       working-storage section.
       77  catalogo-file          pic x(64)
                                  value "arquivo-catalogo.txt".
       77  indice-file            pic x(64)
                                  value "arquivo-indice.dat".
       77  origem-file            pic x(64) value spaces.
       77  destino-file           pic x(64) value spaces.
       77  fs-catalogo            pic x(02) value spaces.
       77  fs-indice              pic x(02) value spaces.
       77  fs-origem              pic x(02) value spaces.
       77  fs-destino             pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.

       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  param-tam              pic 9(04) comp-5 value zero.

       77  data-hoje              pic 9(08) value zeros.
       77  retencao-dias          pic 9(04) value 90.
       77  arquivo-prefixo        pic x(32) value "arquivo-".
       77  geracao-nova           pic 9(02) value zeros.
       77  geracao-maior          pic 9(02) value zeros.
       77  data-limite            pic 9(08) value zeros.
       77  dias-limite            pic s9(08) comp-5 value zero.
       77  delete-rc              pic s9(09) comp-5 value zero.

       77  saida-idx              pic 9(04) comp-5 value zero.
       77  cat-idx                pic 9(08) comp-5 value zero.
       77  car-idx                pic 9(04) comp-5 value zero.
       77  chave-pos              pic 9(04) comp-5 value zero.
       77  seq-indice             pic 9(08) comp-5 value zero.
       77  registros-arquivo      pic 9(08) comp-5 value zero.
       77  cont-arquivados        pic 9(08) comp-5 value zero.
       77  cont-ausentes          pic 9(08) comp-5 value zero.
       77  cont-falhas            pic 9(08) comp-5 value zero.
       77  cont-indexados         pic 9(08) comp-5 value zero.
       77  cont-ger-expiradas     pic 9(08) comp-5 value zero.
       77  cont-idx-removidos     pic 9(08) comp-5 value zero.

       77  nome-curto             pic x(20) value spaces.
       77  layout-atual           pic x(01) value spaces.
       77  doc-bruto              pic x(18) value spaces.
       77  doc-chave              pic x(14) value spaces.
       77  agencia-lida           pic x(04) value spaces.
       77  resultado-lido         pic x(12) value spaces.
       77  motivo-lido            pic x(30) value spaces.
       77  agencia-corrente       pic x(04) value spaces.

       77  copia-flag             pic x(01) value "N".
           88 copia-falhou         value "S".

      *    the daily outputs and how each is read for the index:
      *    V cpf valid, I cpf invalid, C cadastro reconciliation,
      *    D name divergence, J cnpj invalid, K cnpj valid, P pis
      *    valid, Q pis invalid.  only the ValidadeCpfs outputs (V, I,
      *    C, D) carry batch-control header and trailer records.  the
      *    branch returns are added from the branches found on
      *    cpfs-invalid.txt, layout R (archived only).
       01  tab-saidas-valores.
           05 filler              pic x(21)
              value "cpfs-valid.txt      V".
           05 filler              pic x(21)
              value "cpfs-invalid.txt    I".
           05 filler              pic x(21)
              value "cpfs-concil.txt     C".
           05 filler              pic x(21)
              value "divergencias.txt    D".
           05 filler              pic x(21)
              value "cnpjs-invalid.txt   J".
           05 filler              pic x(21)
              value "cnpjs-valid.txt     K".
           05 filler              pic x(21)
              value "pis-valid.txt       P".
           05 filler              pic x(21)
              value "pis-invalid.txt     Q".
       01  tab-saidas redefines tab-saidas-valores.
           05 saida-ent occurs 8.
              10 saida-nome       pic x(20).
              10 saida-layout     pic x(01).

      *    branches seen on cpfs-invalid.txt, blank branch as 0000 -
      *    the same rule ValidadeCpfs names rejeitos-<agencia>.txt by.
       77  qtd-agencias           pic 9(04) comp-5 value zero.
       01  tab-agencias.
           05 agencia-vista       pic x(04) occurs 1 to 1000
              depending on qtd-agencias
              indexed by ag-idx.

      *    the catalog in storage, old lines first, this run's lines
      *    appended.
       77  qtd-catalogo           pic 9(08) comp-5 value zero.
       01  tab-catalogo.
           05 cat-ent occurs 1 to 20000
              depending on qtd-catalogo.
              10 cat-linha        pic x(126).
              10 cat-campos redefines cat-linha.
                 15 cat-data-negocio  pic 9(08).
                 15 filler            pic x(01).
                 15 cat-geracao       pic 9(02).
                 15 filler            pic x(01).
                 15 cat-data-execucao pic 9(08).
                 15 filler            pic x(01).
                 15 cat-hora-execucao pic 9(06).
                 15 filler            pic x(01).
                 15 cat-tipo-execucao pic x(01).
                 15 filler            pic x(01).
                 15 cat-situacao      pic x(01).
                 15 filler            pic x(01).
                 15 cat-registros     pic 9(08).
                 15 filler            pic x(01).
                 15 cat-origem        pic x(20).
                 15 filler            pic x(01).
                 15 cat-arquivado     pic x(64).

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           perform parse-runtime-params
           perform carregar-catalogo
           perform definir-geracao
           perform abrir-indice

           display "arquivamento de saidas - geracao "
              data-hoje "-" geracao-nova
           display function trim(dataneg-descricao)

           perform varying saida-idx from 1 by 1 until saida-idx > 8
              move saida-nome(saida-idx)   to origem-file, nome-curto
              move saida-layout(saida-idx) to layout-atual
              perform arquivar-saida
           end-perform

           perform varying ag-idx from 1 by 1
                      until ag-idx > qtd-agencias
              move spaces to origem-file
              string "rejeitos-" agencia-vista(ag-idx) ".txt"
                 delimited by size into origem-file
              end-string
              move origem-file to nome-curto
              move "R" to layout-atual
              perform arquivar-saida
           end-perform

           perform expirar-geracoes
           close indice
           perform gravar-catalogo
           perform show-summary

           evaluate true
              when cont-falhas > zero
                 move 12 to return-code
              when cont-ausentes > zero
                 move 4 to return-code
              when other
                 move zero to return-code
           end-evaluate
           stop run
           .

       parse-runtime-params.
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
              when param-line(1:9) = "RETENCAO="
                 move zero to param-tam
                 inspect param-line(10:5) tallying param-tam
                    for characters before initial space
                 if param-tam >= 1 and param-tam <= 4
                    and param-line(10:param-tam) is numeric
                    move param-line(10:param-tam) to retencao-dias
                 else
                    display "erro: retencao invalida: "
                       function trim(param-line)
                    move 12 to return-code
                    stop run
                 end-if
              when param-line(1:8) = "ARQUIVO="
                 move param-line(9:32) to arquivo-prefixo
              when other
                 display "aviso: parametro desconhecido ignorado: "
                    function trim(param-line)
           end-evaluate
           .

       carregar-catalogo.
      *    the catalog is rewritten whole at the end of the run: one
      *    that cannot be read in full must stop the run rather than
      *    lose the history of every earlier generation.
           open input catalogo
           if fs-catalogo <> "00" and fs-catalogo <> "05"
              perform show-catalogo-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read catalogo next
              if fs-catalogo <> "00"
                 exit perform
              end-if
              if catalogo-reg <> spaces
                 if qtd-catalogo >= 20000
                    display "erro: catalogo do arquivo excede 20000"
                       " linhas"
                    move 12 to return-code
                    stop run
                 end-if
                 add 1 to qtd-catalogo
                 move catalogo-reg to cat-linha(qtd-catalogo)
              end-if
           end-perform
           close catalogo
           .

       definir-geracao.
      *    the first run of a business day is generation 01; every
      *    rerun of the same day takes the next number.
           move zero to geracao-maior
           perform varying cat-idx from 1 by 1
                      until cat-idx > qtd-catalogo
              if cat-data-negocio(cat-idx) = data-hoje and
                 cat-geracao(cat-idx) is numeric and
                 cat-geracao(cat-idx) > geracao-maior
                 move cat-geracao(cat-idx) to geracao-maior
              end-if
           end-perform
           if geracao-maior >= 99
              display "erro: 99 geracoes ja arquivadas para "
                 data-hoje
              move 12 to return-code
              stop run
           end-if
           compute geracao-nova = geracao-maior + 1
           .

       abrir-indice.
      *    optional + status "05": the index being created empty on
      *    the very first run is success, not an error.
           open i-o indice
           if fs-indice <> "00" and fs-indice <> "05"
              perform show-indice-file-error
              move 12 to return-code
              stop run
           end-if
           .

       arquivar-saida.
      *    a missing output is reported and counted, not fatal: the
      *    step that writes it may not have run today.
           move spaces to destino-file
           string function trim(arquivo-prefixo) data-hoje "-"
              geracao-nova "-" function trim(nome-curto)
              delimited by size into destino-file
           end-string

           open input origem
           if fs-origem <> "00"
              if fs-origem = "35"
                 display "aviso: " function trim(nome-curto)
                    " nao encontrado - nao arquivado"
              else
                 perform show-origem-file-error
              end-if
              add 1 to cont-ausentes
           else
              open output destino
              if fs-destino <> "00"
                 perform show-destino-file-error
                 add 1 to cont-falhas
              else
                 perform copiar-saida
                 close destino
                 if not copia-falhou
                    perform registrar-catalogo
                    add 1 to cont-arquivados
                 end-if
              end-if
              close origem
           end-if
           .

       copiar-saida.
           move zero to registros-arquivo
           move "N" to copia-flag
           perform until exit
              read origem next
              if fs-origem <> "00"
                 exit perform
              end-if
              write destino-reg from origem-reg
              if fs-destino <> "00"
                 perform show-destino-file-error
                 set copia-falhou to true
                 add 1 to cont-falhas
                 exit perform
              end-if
              add 1 to registros-arquivo
              if layout-atual <> "R"
                 perform indexar-registro
              end-if
           end-perform
           .

       indexar-registro.
      *    blank lines and the batch-control header/trailer of the
      *    ValidadeCpfs outputs are not appearances of a document.
      *    the CNPJ and PIS files carry no control records, and a
      *    bare alphanumeric CNPJ may well start with "H" or "T", so
      *    every non-blank line of theirs is indexed.
           evaluate true
              when origem-reg = spaces
                 continue
              when layout-atual <> "V" and layout-atual <> "I" and
                   layout-atual <> "C" and layout-atual <> "D"
                 perform indexar-aparicao
              when origem-reg(1:1) = "H" and
                   origem-reg(2:8) is numeric and
                   origem-reg(18:) = spaces
                 continue
              when origem-reg(1:1) = "T" and
                   origem-reg(2:23) is numeric and
                   origem-reg(25:) = spaces
                 continue
              when other
                 perform indexar-aparicao
           end-evaluate
           .

       indexar-aparicao.
           perform extrair-aparicao
           perform normalizar-documento
           if doc-chave <> spaces
              if layout-atual = "P" or layout-atual = "Q"
                 move doc-chave to doc-bruto
                 move spaces to doc-chave
                 string "P" doc-bruto(1:13) delimited by size
                    into doc-chave
                 end-string
              end-if
              perform gravar-indice
           end-if
           .

       extrair-aparicao.
      *    field positions as written by ValidadeCpfs, ValidadeCnpjs
      *    and ValidadeDocs; the layouts those programs write without
      *    name or branch leave agencia-lida blank.
           move spaces to doc-bruto, agencia-lida, resultado-lido,
                          motivo-lido
           evaluate layout-atual
              when "V"
                 move origem-reg(1:14)  to doc-bruto
                 move origem-reg(47:4)  to agencia-lida
                 move "VALIDO"          to resultado-lido
              when "I"
                 move origem-reg(1:14)  to doc-bruto
                 move origem-reg(74:4)  to agencia-lida
                 move "REJEITADO"       to resultado-lido
                 move origem-reg(22:20) to motivo-lido
                 perform registrar-agencia
              when "C"
                 move origem-reg(1:14)  to doc-bruto
                 move "CONCILIADO"      to resultado-lido
                 move origem-reg(16:20) to motivo-lido
              when "D"
                 move origem-reg(1:14)  to doc-bruto
                 move origem-reg(78:4)  to agencia-lida
                 move "DIVERGENTE"      to resultado-lido
                 move "nome divergente do cadastro" to motivo-lido
              when "J"
                 move origem-reg(1:18)  to doc-bruto
                 move "REJEITADO"       to resultado-lido
                 move origem-reg(26:20) to motivo-lido
              when "K"
                 move origem-reg(1:18)  to doc-bruto
                 move "VALIDO"          to resultado-lido
              when "P"
                 move origem-reg(1:14)  to doc-bruto
                 move "VALIDO"          to resultado-lido
              when "Q"
                 move origem-reg(1:14)  to doc-bruto
                 move "REJEITADO"       to resultado-lido
                 move origem-reg(22:20) to motivo-lido
           end-evaluate
           .

       registrar-agencia.
           move agencia-lida to agencia-corrente
           if agencia-corrente = spaces
              move "0000" to agencia-corrente
           end-if
           perform varying ag-idx from 1 by 1
                      until ag-idx > qtd-agencias
              if agencia-vista(ag-idx) = agencia-corrente
                 exit perform
              end-if
           end-perform
           if ag-idx > qtd-agencias
              if qtd-agencias < 1000
                 add 1 to qtd-agencias
                 move agencia-corrente to agencia-vista(qtd-agencias)
              else
                 display "aviso: mais de 1000 agencias - retorno da"
                    " agencia " agencia-corrente " nao arquivado"
              end-if
           end-if
           .

       normalizar-documento.
           inspect doc-bruto converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to doc-chave
           move zero to chave-pos
           perform varying car-idx from 1 by 1 until car-idx > 18
              if doc-bruto(car-idx:1) is numeric or
                 (doc-bruto(car-idx:1) >= "A" and
                  doc-bruto(car-idx:1) <= "Z")
                 if chave-pos < 14
                    add 1 to chave-pos
                    move doc-bruto(car-idx:1)
                       to doc-chave(chave-pos:1)
                 end-if
              end-if
           end-perform
           .

       gravar-indice.
           add 1 to seq-indice
           move spaces                to indice-reg
           move doc-chave             to idx-documento
           move data-hoje             to idx-data-negocio
           move geracao-nova          to idx-geracao
           move seq-indice            to idx-sequencia
           move nome-curto            to idx-arquivo
           move agencia-lida          to idx-agencia
           move resultado-lido        to idx-resultado
           move motivo-lido           to idx-motivo
           move dataneg-data-real     to idx-data-execucao
           move dataneg-tipo-execucao to idx-tipo-execucao
           write indice-reg
           if fs-indice = "00"
              add 1 to cont-indexados
           else
              perform show-indice-file-error
              add 1 to cont-falhas
           end-if
           .

       registrar-catalogo.
           if qtd-catalogo >= 20000
              display "erro: catalogo do arquivo excede 20000 linhas"
              add 1 to cont-falhas
           else
              add 1 to qtd-catalogo
              move qtd-catalogo to cat-idx
              move spaces                to cat-linha(cat-idx)
              move data-hoje             to cat-data-negocio(cat-idx)
              move geracao-nova          to cat-geracao(cat-idx)
              move dataneg-data-real     to cat-data-execucao(cat-idx)
              move dataneg-hora-real     to cat-hora-execucao(cat-idx)
              move dataneg-tipo-execucao to cat-tipo-execucao(cat-idx)
              move "A"                   to cat-situacao(cat-idx)
              move registros-arquivo     to cat-registros(cat-idx)
              move nome-curto            to cat-origem(cat-idx)
              move destino-file          to cat-arquivado(cat-idx)
           end-if
           .

       expirar-geracoes.
      *    a generation expires once its business date is more than
      *    retencao-dias days before today's.  its files go first,
      *    then its index entries in one pass over the index; a file
      *    already gone from disk is reported and the generation
      *    still expires.
           if retencao-dias = zero
              display "retencao: todas as geracoes mantidas"
           else
              compute dias-limite =
                 function integer-of-date(data-hoje) - retencao-dias
              compute data-limite =
                 function date-of-integer(dias-limite)
              perform varying cat-idx from 1 by 1
                         until cat-idx > qtd-catalogo
                 if cat-situacao(cat-idx) = "A" and
                    cat-data-negocio(cat-idx) < data-limite
                    perform expirar-arquivo
                 end-if
              end-perform
              if cont-ger-expiradas > zero
                 perform limpar-indice
              end-if
           end-if
           .

       expirar-arquivo.
           call "CBL_DELETE_FILE" using cat-arquivado(cat-idx)
              returning delete-rc
           end-call
           if delete-rc <> zero
              display "aviso: arquivo "
                 function trim(cat-arquivado(cat-idx))
                 " nao removido (rc " delete-rc ")"
           end-if
           move "E" to cat-situacao(cat-idx)
           add 1 to cont-ger-expiradas
           .

       limpar-indice.
           move low-values to idx-chave
           start indice key is >= idx-chave
           if fs-indice = "00"
              perform until exit
                 read indice next
                 if fs-indice <> "00"
                    exit perform
                 end-if
                 if idx-data-negocio < data-limite
                    delete indice
                    if fs-indice = "00"
                       add 1 to cont-idx-removidos
                    else
                       perform show-indice-file-error
                       add 1 to cont-falhas
                       exit perform
                    end-if
                 end-if
              end-perform
           end-if
           .

       gravar-catalogo.
           open output catalogo
           if fs-catalogo <> "00" and fs-catalogo <> "05"
              perform show-catalogo-file-error
              add 1 to cont-falhas
           else
              perform varying cat-idx from 1 by 1
                         until cat-idx > qtd-catalogo
                 write catalogo-reg from cat-linha(cat-idx)
                 if fs-catalogo <> "00"
                    perform show-catalogo-file-error
                    add 1 to cont-falhas
                    exit perform
                 end-if
              end-perform
              close catalogo
           end-if
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo do arquivamento - geracao "
              data-hoje "-" geracao-nova
           display "arquivos arquivados   : " cont-arquivados
           display "arquivos ausentes     : " cont-ausentes
           display "aparicoes indexadas   : " cont-indexados
           if retencao-dias > zero
              display "retencao (dias)       : " retencao-dias
                 " - expira antes de " data-limite
              display "geracoes expiradas    : " cont-ger-expiradas
              display "entradas removidas    : " cont-idx-removidos
           end-if
           if cont-falhas > zero
              display "falhas                : " cont-falhas
           end-if
           display "---------------------------------------------"
           .

       show-catalogo-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-catalogo,
                                              msg by error-message.
           display "erro: " function trim(error-message) " '"
              function trim(catalogo-file) "', (status = "
              fs-catalogo ")"
           .

       show-indice-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-indice,
                                              msg by error-message.
           display "erro: " function trim(error-message) " '"
              function trim(indice-file) "', (status = "
              fs-indice ")"
           .

       show-origem-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-origem,
                                              msg by error-message.
           display "aviso: " function trim(error-message) " '"
              function trim(origem-file) "', (status = "
              fs-origem ")"
           .

       show-destino-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-destino,
                                              msg by error-message.
           display "erro: " function trim(error-message) " '"
              function trim(destino-file) "', (status = "
              fs-destino ")"
           .
