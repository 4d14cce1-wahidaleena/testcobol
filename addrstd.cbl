       identification division.
       program-id. addrstd.

      ******************************************************
      * addrstd - shared address-line-2 standardization
      *
      * returns address line 2 in one standard form, so the
      * same street keyed as "Main St.", "MAIN  ST" and
      * "MAIN STREET" comes out the same everywhere it is
      * compared or printed:
      *
      *   - lower case is converted to upper case
      *   - apostrophes are dropped ("O'NEIL" -> "ONEIL");
      *     the punctuation . , ; : # ! ? ( ) - and double
      *     quotes becomes a blank (a "/" as in 1/2 is kept)
      *   - leading blanks are removed and runs of blanks
      *     squeezed to one
      *   - each word found on the abbreviation table is
      *     replaced by its abbreviation (STREET -> ST,
      *     AVENUE -> AVE, ...)
      *
      * the abbreviation table comes from the ABBRTAB file,
      * read once on the first call:
      *    col 1-15   word, upper case
      *    col 16-20  abbreviation
      * a missing file is not an error - the routine then
      * only converts case, punctuation and blanks.  the
      * table holds 200 words; the rest are ignored.
      *
      * ls-std-result is 'S' when the input was already in
      * standard form and 'C' when the output differs.
      *
      * change history
      * ---------------
      * 2026-10-15  new subprogram
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select abbrev-file assign to abbrtab
               organization is line sequential
               file status is ws-abbrev-fs.

       data division.
       file section.
       fd  abbrev-file
           recording mode is f.
       01  abbrev-record.
           05 ab-word                     pic x(15).
           05 ab-abbrev                   pic x(5).
           05 filler                      pic x(60).

       working-storage section.
       01  ws-abbrev-fs                   pic xx value spaces.
           88 ws-abbrev-file-found        value "00".
       01  ws-loaded-sw                   pic x value "N".
           88 ws-table-loaded             value "Y".
       01  ws-eof-abbrev-sw               pic x value "N".
           88 ws-eof-abbrev               value "Y".

       01  ws-abbrev-table.
           05 ws-abbrev-entry             occurs 200 times.
               10 ws-abv-word             pic x(15).
               10 ws-abv-abbrev           pic x(5).
               10 ws-abv-length           pic 9(1).
       01  ws-abbrev-count                pic 9(3) value 0.
       01  ws-abbrev-subscript            pic 9(3) value 0.
       01  ws-abbrev-found-sw             pic x value "N".
           88 ws-abbrev-found             value "Y".

       01  ws-work-addr                   pic x(40).
       01  ws-out-addr                    pic x(40).
       01  ws-out-length                  pic 9(2) value 0.
       01  ws-char-subscript              pic 9(2) value 0.
       01  ws-char                        pic x(1).

       01  ws-word                        pic x(40).
       01  ws-word-length                 pic 9(2) value 0.
       01  ws-copy-subscript              pic 9(2) value 0.

       linkage section.
       01  ls-addr-line-2                 pic x(40).
       01  ls-std-addr-line-2             pic x(40).
       01  ls-std-result                  pic x.
           88 ls-addr-standard            value "S".
           88 ls-addr-changed             value "C".

       procedure division using ls-addr-line-2
                                ls-std-addr-line-2
                                ls-std-result.
       0000-standardize-addr.
                 if not ws-table-loaded
                     perform 1000-load-abbrev-table
                 end-if

                 move ls-addr-line-2 to ws-work-addr
                 inspect ws-work-addr converting
                     "abcdefghijklmnopqrstuvwxyz"
                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 inspect ws-work-addr converting
                     ".,;:#!?()-"""
                     to "           "

                 move spaces to ws-out-addr
                 move 0 to ws-out-length
                 move spaces to ws-word
                 move 0 to ws-word-length
                 perform 2000-scan-one-char
                     varying ws-char-subscript from 1 by 1
                     until ws-char-subscript > 40
                 perform 3000-end-of-word

                 move ws-out-addr to ls-std-addr-line-2
                 if ws-out-addr = ls-addr-line-2
                     set ls-addr-standard to true
                 else
                     set ls-addr-changed to true
                 end-if

                 goback.

       1000-load-abbrev-table.
                 set ws-table-loaded to true
                 move 0 to ws-abbrev-count
                 open input abbrev-file
                 if ws-abbrev-file-found
                     perform until ws-eof-abbrev
                         read abbrev-file
                             at end
                                 set ws-eof-abbrev to true
                             not at end
                                 perform 1100-save-abbrev-entry
                         end-read
                     end-perform
                     close abbrev-file
                 end-if.

       1100-save-abbrev-entry.
                 if ab-word not = spaces
                         and ab-abbrev not = spaces
                         and ws-abbrev-count < 200
                     add 1 to ws-abbrev-count
                     move ab-word to ws-abv-word (ws-abbrev-count)
                     inspect ws-abv-word (ws-abbrev-count) converting
                         "abcdefghijklmnopqrstuvwxyz"
                         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     move ab-abbrev to ws-abv-abbrev (ws-abbrev-count)
                     inspect ws-abv-abbrev (ws-abbrev-count)
                         converting
                         "abcdefghijklmnopqrstuvwxyz"
                         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     move 0 to ws-abv-length (ws-abbrev-count)
                     perform varying ws-copy-subscript from 1 by 1
                             until ws-copy-subscript > 5
                         if ab-abbrev (ws-copy-subscript:1)
                                 not = space
                             move ws-copy-subscript
                                 to ws-abv-length (ws-abbrev-count)
                         end-if
                     end-perform
                 end-if.

       2000-scan-one-char.
                 move ws-work-addr (ws-char-subscript:1) to ws-char
                 evaluate true
                     when ws-char = "'"
                         continue
                     when ws-char = space
                         perform 3000-end-of-word
                     when other
                         add 1 to ws-word-length
                         move ws-char
                             to ws-word (ws-word-length:1)
                 end-evaluate.

       3000-end-of-word.
                 if ws-word-length > 0
                     if ws-word-length <= 15
                         perform 3100-find-abbrev
                         if ws-abbrev-found
                             move ws-abv-abbrev (ws-abbrev-subscript)
                                 to ws-word
                             move ws-abv-length (ws-abbrev-subscript)
                                 to ws-word-length
                         end-if
                     end-if
                     if ws-out-length > 0
                         add 1 to ws-out-length
                     end-if
                     perform varying ws-copy-subscript from 1 by 1
                             until ws-copy-subscript > ws-word-length
                                 or ws-out-length >= 40
                         add 1 to ws-out-length
                         move ws-word (ws-copy-subscript:1)
                             to ws-out-addr (ws-out-length:1)
                     end-perform
                     move spaces to ws-word
                     move 0 to ws-word-length
                 end-if.

       3100-find-abbrev.
                 move "N" to ws-abbrev-found-sw
                 perform varying ws-abbrev-subscript
                         from 1 by 1
                         until ws-abbrev-subscript > ws-abbrev-count
                             or ws-abbrev-found
                     if ws-abv-word (ws-abbrev-subscript)
                             = ws-word (1:15)
                         set ws-abbrev-found to true
                     end-if
                 end-perform
                 if ws-abbrev-found
                     subtract 1 from ws-abbrev-subscript
                 end-if.
