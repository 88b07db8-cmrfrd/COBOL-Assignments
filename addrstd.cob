       *>Alexander Comerford
       *>csi203
       *>cobol address-standardization subprogram - turns a raw
       *>27-byte property address, as a county feed or a clerk
       *>typed it, into the one spelling every sales-history key is
       *>built from.  Case is folded, punctuation is stripped,
       *>street suffixes and directionals are abbreviated from one
       *>table, and the words are closed up to single spaces, so
       *>"123 Main Street", "123 MAIN ST." and "123 main st" all
       *>come back as "123 MAIN ST".
       *>
       *>CALLed by PROG7, SALEHINQ, COMPS, CITYRECN and ADDRCONV -
       *>every program that builds or looks up an address key calls
       *>this one routine so the keys cannot drift apart.
       *>
       *>The abbreviation table is the built-in list below plus
       *>anything in addrabbr.dat: one entry per line, the word in
       *>columns 1-15 and its standard form in columns 16-21, lines
       *>starting with "*" are comments.  A word already in the
       *>built-in list takes the file's standard form instead, so a
       *>local spelling can be added or corrected without a
       *>recompile.  The file is optional - without it the built-in
       *>list stands on its own.  Changing the table changes the
       *>keys: rerun ADDRCONV over the master after any change.
       *>
       *>Modification History:
       *>  Initial version.
       Identification Division.
       Program-ID. ADDRSTD.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Abbreviation-File
                assign to "addrabbr.dat"
                Organization is line sequential
                File Status is Abbreviation-Status.

       Data Division.
       File Section.

       FD Abbreviation-File.
       01 Abbreviation-Rec.
           02 Abbr-File-Word          pic x(15).
           02 Abbr-File-Standard      pic x(6).

       Working-Storage Section.

       *>*****************Abbreviation Table*****************
       *>Each built-in entry is the word as it may arrive (15
       *>bytes) followed by its standard form (6 bytes).  The
       *>suffixes follow the postal service's standard street
       *>suffix abbreviations.
       01 Abbr-Builtin-Values.
           02 Filler pic x(21) value "STREET         ST    ".
           02 Filler pic x(21) value "STR            ST    ".
           02 Filler pic x(21) value "AVENUE         AVE   ".
           02 Filler pic x(21) value "AV             AVE   ".
           02 Filler pic x(21) value "AVEN           AVE   ".
           02 Filler pic x(21) value "BOULEVARD      BLVD  ".
           02 Filler pic x(21) value "BOUL           BLVD  ".
           02 Filler pic x(21) value "DRIVE          DR    ".
           02 Filler pic x(21) value "DRV            DR    ".
           02 Filler pic x(21) value "ROAD           RD    ".
           02 Filler pic x(21) value "LANE           LN    ".
           02 Filler pic x(21) value "COURT          CT    ".
           02 Filler pic x(21) value "CIRCLE         CIR   ".
           02 Filler pic x(21) value "CIRC           CIR   ".
           02 Filler pic x(21) value "PLACE          PL    ".
           02 Filler pic x(21) value "PARKWAY        PKWY  ".
           02 Filler pic x(21) value "PKY            PKWY  ".
           02 Filler pic x(21) value "HIGHWAY        HWY   ".
           02 Filler pic x(21) value "HIWAY          HWY   ".
           02 Filler pic x(21) value "TERRACE        TER   ".
           02 Filler pic x(21) value "TERR           TER   ".
           02 Filler pic x(21) value "TRAIL          TRL   ".
           02 Filler pic x(21) value "SQUARE         SQ    ".
           02 Filler pic x(21) value "PLAZA          PLZ   ".
           02 Filler pic x(21) value "POINT          PT    ".
           02 Filler pic x(21) value "ALLEY          ALY   ".
           02 Filler pic x(21) value "COVE           CV    ".
           02 Filler pic x(21) value "CRESCENT       CRES  ".
           02 Filler pic x(21) value "EXPRESSWAY     EXPY  ".
           02 Filler pic x(21) value "FREEWAY        FWY   ".
           02 Filler pic x(21) value "ROUTE          RTE   ".
           02 Filler pic x(21) value "HEIGHTS        HTS   ".
           02 Filler pic x(21) value "RIDGE          RDG   ".
           02 Filler pic x(21) value "CROSSING       XING  ".
           02 Filler pic x(21) value "MOUNT          MT    ".
           02 Filler pic x(21) value "MOUNTAIN       MTN   ".
           02 Filler pic x(21) value "CENTER         CTR   ".
           02 Filler pic x(21) value "VIEW           VW    ".
           02 Filler pic x(21) value "APARTMENT      APT   ".
           02 Filler pic x(21) value "SUITE          STE   ".
           02 Filler pic x(21) value "NORTH          N     ".
           02 Filler pic x(21) value "SOUTH          S     ".
           02 Filler pic x(21) value "EAST           E     ".
           02 Filler pic x(21) value "WEST           W     ".
           02 Filler pic x(21) value "NORTHEAST      NE    ".
           02 Filler pic x(21) value "NORTHWEST      NW    ".
           02 Filler pic x(21) value "SOUTHEAST      SE    ".
           02 Filler pic x(21) value "SOUTHWEST      SW    ".
       01 Abbr-Builtin-Table redefines Abbr-Builtin-Values.
           02 Abbr-Builtin-Entry occurs 48 times.
              03 Abbr-Builtin-Word    pic x(15).
              03 Abbr-Builtin-Standard pic x(6).
       01 Abbr-Builtin-Count         pic 9(4) value 48.

       *>The working table the lookups run against - the built-in
       *>entries first, then addrabbr.dat's additions.
       01 Abbr-Table.
           02 Abbr-Entry occurs 300 times.
              03 Abbr-Word            pic x(15).
              03 Abbr-Standard        pic x(6).
       01 Abbr-Table-Max             pic 9(4) value 300.
       01 Abbr-Count                 pic 9(4) value 0.
       01 Abbr-Loaded-Flag           pic x value "N".
          88 Abbr-Table-Loaded       value "Y".
       01 Abbreviation-Status        pic xx value "00".
       01 eof-abbreviation-flag      pic x value "N".
       01 Abbr-Found-Flag            pic x value "N".
          88 Abbr-Word-Found         value "Y".
       01 Abbr-Sub                   pic 9(4) value 0.
       01 Abbr-Load-Sub              pic 9(4) value 0.
       *>*****************Abbreviation Table*****************

       *>*****************Standardization Work*****************
       01 Std-Raw-Address            pic x(27).
       01 Std-Char                   pic x.
       01 Std-Char-Sub               pic 9(2) value 0.
       01 Std-Current-Word           pic x(27).
       01 Std-Word-Length            pic 9(2) value 0.
       01 Std-Words.
           02 Std-Word occurs 14 times pic x(27).
       01 Std-Word-Count             pic 9(2) value 0.
       01 Std-Word-Sub               pic 9(2) value 0.
       01 Std-Out-Pointer            pic 9(3) value 1.
       01 Std-Out-Address            pic x(27).
       *>*****************Standardization Work*****************

       Linkage Section.
       01 Addrstd-Parameters.
           02 Addrstd-Address-In      pic x(27).
           02 Addrstd-Address-Out     pic x(27).

       Procedure Division using Addrstd-Parameters.
       0000-Main Section.
       0000-Main-Logic.
           *>The table is built once, on the first call of the run;
           *>every later call only standardizes.
           if not Abbr-Table-Loaded
               Perform 1000-Load-Abbreviations
           end-if.

           Move Addrstd-Address-In to Std-Raw-Address.
           Inspect Std-Raw-Address converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           Move spaces to Std-Words.
           Move spaces to Std-Current-Word.
           Move 0 to Std-Word-Count.
           Move 0 to Std-Word-Length.
           Move 1 to Std-Char-Sub.
           Perform 2000-Split-Character until Std-Char-Sub > 27.
           Perform 2100-End-Word.

           Move 1 to Std-Word-Sub.
           Perform 2200-Abbreviate-Word until
                   Std-Word-Sub > Std-Word-Count.

           Move spaces to Std-Out-Address.
           Move 1 to Std-Out-Pointer.
           Move 1 to Std-Word-Sub.
           Perform 2300-Join-Word until
                   Std-Word-Sub > Std-Word-Count or
                   Std-Out-Pointer > 27.
           Move Std-Out-Address to Addrstd-Address-Out.
           Goback.

       1000-Load-Abbreviations.
           Move 0 to Abbr-Count.
           Move 1 to Abbr-Load-Sub.
           Perform 1010-Copy-Builtin-Entry until
                   Abbr-Load-Sub > Abbr-Builtin-Count.

           Move "N" to eof-abbreviation-flag.
           Open Input Abbreviation-File.
           if Abbreviation-Status not = "00"
               Move "Y" to eof-abbreviation-flag
           end-if.
           Perform 1100-Read-Abbreviation until
                   eof-abbreviation-flag = "Y".
           if Abbreviation-Status = "00" or
              Abbreviation-Status = "10"
               Close Abbreviation-File
           end-if.
           Move "Y" to Abbr-Loaded-Flag.

       1010-Copy-Builtin-Entry.
           Add 1 to Abbr-Count.
           Move Abbr-Builtin-Entry(Abbr-Load-Sub) to
                Abbr-Entry(Abbr-Count).
           Add 1 to Abbr-Load-Sub.

       1100-Read-Abbreviation.
           Read Abbreviation-File
               at end Move "Y" to eof-abbreviation-flag
               not at end
                   if Abbreviation-Rec(1:1) = "*" or
                      Abbr-File-Word = spaces
                       Continue
                   else
                       Perform 1110-Take-Abbreviation
                   end-if
           end-read.

       1110-Take-Abbreviation.
           *>A file entry is matched on the same upper-case word the
           *>addresses are folded to.  A word already in the table is
           *>re-pointed; a new word is added while there is room.
           Inspect Abbr-File-Word converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           Inspect Abbr-File-Standard converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           Move Abbr-File-Word to Std-Current-Word.
           Perform 2210-Find-Word.
           if Abbr-Word-Found
               Move Abbr-File-Standard to Abbr-Standard(Abbr-Sub)
           else
               if Abbr-Count < Abbr-Table-Max
                   Add 1 to Abbr-Count
                   Move Abbr-File-Word to Abbr-Word(Abbr-Count)
                   Move Abbr-File-Standard to
                        Abbr-Standard(Abbr-Count)
               else
                   Display "ADDRSTD: abbreviation table full - "
                           "entry ignored: " Abbr-File-Word
               end-if
           end-if.

       2000-Split-Character.
           *>Periods, apostrophes and quotes are dropped outright so
           *>"ST." and "O'BRIEN" close up; any other punctuation
           *>separates words the way a space does.  Digits, letters,
           *>hyphens and slashes stay, so "12-B" and "1/2" survive.
           Move Std-Raw-Address(Std-Char-Sub:1) to Std-Char.
           Evaluate True
               When Std-Char = "." or "'" or '"'
                   Continue
               When Std-Char = space or "," or ";" or ":" or "#"
                    or "(" or ")" or "&" or "!" or "?" or "*"
                   Perform 2100-End-Word
               When Other
                   if Std-Word-Length < 27
                       Add 1 to Std-Word-Length
                       Move Std-Char to
                            Std-Current-Word(Std-Word-Length:1)
                   end-if
           End-Evaluate.
           Add 1 to Std-Char-Sub.

       2100-End-Word.
           if Std-Word-Length > 0
               if Std-Word-Count < 14
                   Add 1 to Std-Word-Count
                   Move Std-Current-Word to Std-Word(Std-Word-Count)
               end-if
               Move spaces to Std-Current-Word
               Move 0 to Std-Word-Length
           end-if.

       2200-Abbreviate-Word.
           Move Std-Word(Std-Word-Sub) to Std-Current-Word.
           Perform 2210-Find-Word.
           if Abbr-Word-Found
               Move Abbr-Standard(Abbr-Sub) to Std-Word(Std-Word-Sub)
           end-if.
           Add 1 to Std-Word-Sub.

       2210-Find-Word.
           *>Leaves Abbr-Sub on the matching entry when found.  A
           *>word longer than 15 bytes can never be in the table.
           Move "N" to Abbr-Found-Flag.
           if Std-Current-Word(16:12) = spaces
               Move 1 to Abbr-Sub
               Perform 2220-Compare-Entry until
                       Abbr-Word-Found or Abbr-Sub > Abbr-Count
           end-if.

       2220-Compare-Entry.
           if Abbr-Word(Abbr-Sub) = Std-Current-Word(1:15)
               Move "Y" to Abbr-Found-Flag
           else
               Add 1 to Abbr-Sub
           end-if.

       2300-Join-Word.
           *>Words are closed up with one space between them; what
           *>will not fit in 27 bytes is cut off, as the raw address
           *>would have been.
           if Std-Word-Sub > 1
               String " " Delimited by size
                   into Std-Out-Address
                   with pointer Std-Out-Pointer
               end-string
           end-if.
           String Std-Word(Std-Word-Sub) Delimited by space
               into Std-Out-Address
               with pointer Std-Out-Pointer
           end-string.
           Add 1 to Std-Word-Sub.
