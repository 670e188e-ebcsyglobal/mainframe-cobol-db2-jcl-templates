      *>****************************************************************
      *> Author: R. Castellano.
      *> Date: 2026-10-15
      *> Purpose: Shared household address key, called from the
      *>          household linking job and from sql-example's
      *>          household link option so both decide "same
      *>          address" the same way. The street and city are
      *>          upper-cased, punctuation is blanked, runs of
      *>          spaces are collapsed, and the common street words
      *>          are cut to their postal abbreviations (STREET to
      *>          ST, AVENUE to AVE and so on), so "12 Main Street"
      *>          and "12 MAIN ST." come out alike. Unit designators
      *>          (APT, UNIT, SUITE, NO, #) are dropped and only the
      *>          unit number kept, so "Apt 4" and "#4" agree too.
      *>          The key is the normalized street, then city, then
      *>          upper-cased state, then ZIP.
      *>
      *> Tectonics: cobc -c -x -std=ibm hhkey.cbl
      *>****************************************************************
       identification division.
       program-id. HHKEY.
       data division.
       working-storage section.

      *> Street words and the form they are keyed as. A blank
      *> abbreviation drops the word from the key altogether.
       01  ws-abbrev-values.
           05  filler pic x(14) value "STREET    ST  ".
           05  filler pic x(14) value "STR       ST  ".
           05  filler pic x(14) value "AVENUE    AVE ".
           05  filler pic x(14) value "AV        AVE ".
           05  filler pic x(14) value "ROAD      RD  ".
           05  filler pic x(14) value "DRIVE     DR  ".
           05  filler pic x(14) value "LANE      LN  ".
           05  filler pic x(14) value "BOULEVARD BLVD".
           05  filler pic x(14) value "COURT     CT  ".
           05  filler pic x(14) value "PLACE     PL  ".
           05  filler pic x(14) value "TERRACE   TER ".
           05  filler pic x(14) value "CIRCLE    CIR ".
           05  filler pic x(14) value "PARKWAY   PKWY".
           05  filler pic x(14) value "HIGHWAY   HWY ".
           05  filler pic x(14) value "SQUARE    SQ  ".
           05  filler pic x(14) value "NORTH     N   ".
           05  filler pic x(14) value "SOUTH     S   ".
           05  filler pic x(14) value "EAST      E   ".
           05  filler pic x(14) value "WEST      W   ".
           05  filler pic x(14) value "APARTMENT     ".
           05  filler pic x(14) value "APT           ".
           05  filler pic x(14) value "UNIT          ".
           05  filler pic x(14) value "SUITE         ".
           05  filler pic x(14) value "STE           ".
           05  filler pic x(14) value "NO            ".
       01  ws-abbrev-table redefines ws-abbrev-values.
           05  ws-abbrev-entry              occurs 25 times
                                            indexed by ws-abbrev-idx.
               10  ws-abbrev-word           pic x(10).
               10  ws-abbrev-short          pic x(4).

      *> Work areas for splitting a field into words and putting
      *> the normalized words back together.
       01  ws-norm-source                   pic x(25).
       01  ws-norm-result                   pic x(30).
       01  ws-norm-result-ptr               pic 99 comp.
       01  ws-norm-word                     pic x(25).
       01  ws-norm-word-len                 pic 99 comp.
       01  ws-norm-char-idx                 pic 99 comp.
       01  ws-norm-street-sw                pic a.
           88  ws-norm-is-street            value 'Y'.

       01  ws-norm-street                   pic x(28).
       01  ws-norm-city                     pic x(15).

       linkage section.
       01  hk-street                        pic x(25).
       01  hk-city                          pic x(15).
       01  hk-state                         pic x(2).
       01  hk-zip                           pic x(5).
       01  hk-key.
           05  hk-key-street                pic x(28).
           05  hk-key-city                  pic x(15).
           05  hk-key-state                 pic x(2).
           05  hk-key-zip                   pic x(5).

       procedure division using hk-street hk-city hk-state hk-zip
                                hk-key.
       main-procedure.

           move hk-street to ws-norm-source
           move 'Y' to ws-norm-street-sw
           perform normalize-field
           move ws-norm-result to ws-norm-street

           move hk-city to ws-norm-source
           move 'N' to ws-norm-street-sw
           perform normalize-field
           move ws-norm-result to ws-norm-city

           move ws-norm-street to hk-key-street
           move ws-norm-city to hk-key-city
           move function upper-case(hk-state) to hk-key-state
           move hk-zip to hk-key-zip

           goback.



      *> Upper-cases ws-norm-source, blanks its punctuation, and
      *> rebuilds it word by word into ws-norm-result with single
      *> spaces between words.
       normalize-field.

           move function upper-case(ws-norm-source) to ws-norm-source
           inspect ws-norm-source converting ".,#-'/&" to "       "

           move spaces to ws-norm-result
           move 1 to ws-norm-result-ptr
           move spaces to ws-norm-word
           move 0 to ws-norm-word-len

           perform varying ws-norm-char-idx from 1 by 1
                   until ws-norm-char-idx > 25
               if ws-norm-source(ws-norm-char-idx:1) = space
                   perform add-normalized-word
               else
                   add 1 to ws-norm-word-len
                   move ws-norm-source(ws-norm-char-idx:1)
                       to ws-norm-word(ws-norm-word-len:1)
               end-if
           end-perform

           perform add-normalized-word

           exit paragraph.



      *> Appends the word built so far to ws-norm-result, cut to
      *> its abbreviation (or dropped) when it is a street word.
       add-normalized-word.

           if ws-norm-word-len = 0
               exit paragraph
           end-if

           if ws-norm-is-street
               set ws-abbrev-idx to 1
               search ws-abbrev-entry
                   when ws-abbrev-word(ws-abbrev-idx) = ws-norm-word
                       move ws-abbrev-short(ws-abbrev-idx)
                           to ws-norm-word
               end-search
           end-if

           if ws-norm-word not = spaces
               if ws-norm-result-ptr > 1
                   add 1 to ws-norm-result-ptr
               end-if
               string
                   function trim(ws-norm-word)
                   delimited by size
                   into ws-norm-result
                   with pointer ws-norm-result-ptr
               end-string
           end-if

           move spaces to ws-norm-word
           move 0 to ws-norm-word-len

           exit paragraph.

       end program HHKEY.
