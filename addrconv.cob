       *>Alexander Comerford
       *>csi203
       *>cobol one-time conversion that re-keys the files PROG7
       *>builds from a property address onto the standardized
       *>address ADDRSTD returns, so one property spelled two ways
       *>becomes one key.  Every record is sorted on its new key
       *>and every set of records that collapse onto the same key
       *>is printed for review.  A sales-history master or archive
       *>sale, or a notice-register notice, that collapses onto a
       *>sale already kept is set aside to a file of its own - it
       *>is the same sale twice - so nothing is lost; a property
       *>master or suspense item is merged into the one kept.
       *>Every run writes a reconciliation (records read = records
       *>written + set aside + merged)
       *>
       *>Modes, parameter 1:
       *>  MASTER   - saleshist.dat as SALECNV left it, before the
       *>             address as received was kept on it
       *>  REKEY    - a master already in the current layout, re-
       *>             keyed from the address as received after the
       *>             abbreviation table has changed
       *>  ARCHIVE  - one SALEPURG archive, in either layout
       *>  PROPERTY - propmast.dat; a merged property's sale count
       *>             and last sale are taken again from the
       *>             master MASTER or REKEY has already re-keyed
       *>             (parameter 6), so that conversion runs first
       *>  SUSPENSE - rejsusp.dat
       *>  REGISTER - ntcreg.dat as it stood before the address as
       *>             received was kept on it
       *>
       *>Modification History:
       *>  Initial version, alongside ADDRSTD and the address as
       *>  received added to the sales-history master and archive
       *>  layouts.
       *>  PROPERTY mode re-counts a merged property's sales from
       *>  the re-keyed master, since the counts it added together
       *>  took in the sales MASTER set aside as posted twice; the
       *>  re-counted figures join the reconciliation.
       Identification Division.
       Program-ID. ADDRCONV.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Old-Master-File
                assign to dynamic Control-Input-Filename
                Organization is indexed
                Access is dynamic
                Record key is Old-Master-Key
                File Status is Input-Status.
           Select Cur-Master-File
                assign to dynamic Control-Input-Filename
                Organization is indexed
                Access is dynamic
                Record key is Cur-Master-Key
                File Status is Input-Status.
           Select Old-Archive-File
                assign to dynamic Control-Input-Filename
                Organization is line sequential
                File Status is Input-Status.
           Select Old-Property-File
                assign to dynamic Control-Input-Filename
                Organization is indexed
                Access is dynamic
                Record key is Old-Prop-Address
                File Status is Input-Status.
           Select Old-Suspense-File
                assign to dynamic Control-Input-Filename
                Organization is indexed
                Access is dynamic
                Record key is Old-Susp-Key
                File Status is Input-Status.
           Select Old-Register-File
                assign to dynamic Control-Input-Filename
                Organization is indexed
                Access is dynamic
                Record key is Old-Reg-Key
                File Status is Input-Status.
           Select New-Master-File
                assign to dynamic Control-Master-Filename
                Organization is indexed
                Access is dynamic
                Record key is New-Master-Key
                File Status is New-Master-Status.

           Select Sales-History-File
                assign to dynamic Control-Output-Filename
                Organization is indexed
                Access is dynamic
                Record key is Master-Key
                File Status is Output-Status.
           Select Archive-File
                assign to dynamic Control-Output-Filename
                Organization is line sequential
                File Status is Output-Status.
           Select Property-File
                assign to dynamic Control-Output-Filename
                Organization is indexed
                Access is dynamic
                Record key is Prop-Address
                File Status is Output-Status.
           Select Suspense-File
                assign to dynamic Control-Output-Filename
                Organization is indexed
                Access is dynamic
                Record key is Susp-Key
                File Status is Output-Status.
           Select Register-File
                assign to dynamic Control-Output-Filename
                Organization is indexed
                Access is dynamic
                Record key is Reg-Key
                File Status is Output-Status.

           Select Set-Aside-File
                assign to dynamic Control-Set-Aside-Filename
                Organization is line sequential.
           Select Report-File
                assign to dynamic Control-Report-Filename
                Organization is line sequential.
           Select WorkFile
              assign to "convsort.dat".

       Data Division.
       File Section.

       *>*****************Files as they stand*****************
       *>Only the address, and for the sales the date and price,
       *>are looked at; the rest of each record is carried over
       *>as it stands.

       *>The master as SALECNV left it.
       FD Old-Master-File.
       01 Old-Master-Rec.
           02 Old-Master-Key.
              03 Old-Master-Address   pic x(27).
              03 Old-Master-Sale-Date pic 9(8).
           02 Old-Master-City         pic x(15).
           02 Old-Master-Sale-Price   pic 9(6).
           02 Old-Master-Attributes   pic x(39).

       *>The master in the current layout, for a REKEY.
       FD Cur-Master-File.
       01 Cur-Master-Rec.
           02 Cur-Master-Key.
              03 Cur-Master-Address   pic x(27).
              03 Cur-Master-Sale-Date pic 9(8).
           02 Cur-Master-City         pic x(15).
           02 Cur-Master-Sale-Price   pic 9(6).
           02 Cur-Master-Attributes   pic x(39).
           02 Cur-Master-Orig-Address pic x(27).

       *>An archive line written before the address as received
       *>was kept is shorter, and reads with it blank.
       FD Old-Archive-File.
       01 Old-Archive-Rec.
           02 Old-Arch-Address        pic x(27).
           02 Old-Arch-Sale-Date      pic 9(8).
           02 Old-Arch-City           pic x(15).
           02 Old-Arch-Sale-Price     pic 9(6).
           02 Old-Arch-Attributes     pic x(39).
           02 Old-Arch-Orig-Address   pic x(27).

       FD Old-Property-File.
       01 Old-Property-Rec.
           02 Old-Prop-Address        pic x(27).
           02 Old-Prop-Rest           pic x(72).

       FD Old-Suspense-File.
       01 Old-Suspense-Rec.
           02 Old-Susp-Key.
              03 Old-Susp-Address     pic x(27).
              03 Old-Susp-Date-Text   pic x(9).
              03 Old-Susp-Kind        pic x(3).
           02 Old-Susp-Rest           pic x(105).

       FD Old-Register-File.
       01 Old-Register-Rec.
           02 Old-Reg-Key.
              03 Old-Reg-Address      pic x(27).
              03 Old-Reg-Sale-Date    pic 9(8).
           02 Old-Reg-Notice-Number   pic 9(7).
           02 Old-Reg-Orig-Notice     pic 9(7).
           02 Old-Reg-Status          pic x(8).
           02 Old-Reg-City            pic x(15).
           02 Old-Reg-Sale-Price      pic 9(6).
           02 Old-Reg-Rest            pic x(61).

       *>The master as MASTER or REKEY re-keyed it, which
       *>PROPERTY re-counts a merged property's sales from.
       FD New-Master-File.
       01 New-Master-Rec.
           02 New-Master-Key.
              03 New-Master-Address   pic x(27).
              03 New-Master-Sale-Date pic 9(8).
           02 New-Master-City         pic x(15).
           02 New-Master-Sale-Price   pic 9(6).
           02 New-Master-Attributes   pic x(39).
           02 New-Master-Orig-Address pic x(27).
       *>*****************Files as they stand*****************

       *>*****************Re-keyed files*********************
       FD Sales-History-File.
       01 Master-Rec.
           02 Master-Key.
              03 Master-Address       pic x(27).
              03 Master-Sale-Date     pic 9(8).
           02 Master-City             pic x(15).
           02 Master-Sale-Price       pic 9(6).
           02 Master-Attributes       pic x(39).
           02 Master-Orig-Address     pic x(27).

       FD Archive-File.
       01 Archive-Rec.
           02 Arch-Address            pic x(27).
           02 Arch-Sale-Date          pic 9(8).
           02 Arch-City               pic x(15).
           02 Arch-Sale-Price         pic 9(6).
           02 Arch-Attributes         pic x(39).
           02 Arch-Orig-Address       pic x(27).

       FD Property-File.
       01 Property-Rec.
           02 Prop-Address            pic x(27).
           02 Prop-Rest               pic x(72).

       FD Suspense-File.
       01 Suspense-Rec.
           02 Susp-Key.
              03 Susp-Address         pic x(27).
              03 Susp-Date-Text       pic x(9).
              03 Susp-Kind            pic x(3).
           02 Susp-Rest               pic x(105).

       FD Register-File.
       01 Register-Rec.
           02 Reg-Key.
              03 Reg-Address          pic x(27).
              03 Reg-Sale-Date        pic 9(8).
           02 Reg-Rest                pic x(104).
           02 Reg-Orig-Address        pic x(27).
       *>*****************Re-keyed files*********************

       *>A record set aside is written exactly as it would have
       *>gone onto the re-keyed file.
       FD Set-Aside-File.
       01 Set-Aside-Rec               pic x(170).

       FD Report-File.
       01 Report-Print                pic x(120) value spaces.

       *>Every record is sorted on its standardized key - the
       *>address plus the rest of the file's key - and then on
       *>the order it was read in, so the first of a collapse set
       *>on the old file is the one kept.
       SD WorkFile.
       01 WorkRec.
           02 Sort-Key.
              03 Sort-Address         pic x(27).
              03 Sort-Key-Rest        pic x(12).
           02 Sort-Seq                pic 9(8).
           02 Sort-Orig-Address       pic x(27).
           02 Sort-Sale-Price         pic 9(6).
           02 Sort-Data               pic x(170).

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Convert-Mode    pic x(8) value spaces.
              88 Convert-Master       value "MASTER".
              88 Convert-Rekey        value "REKEY".
              88 Convert-Archive      value "ARCHIVE".
              88 Convert-Property     value "PROPERTY".
              88 Convert-Suspense     value "SUSPENSE".
              88 Convert-Register     value "REGISTER".
              88 Convert-Mode-Valid   value "MASTER" "REKEY"
                                            "ARCHIVE" "PROPERTY"
                                            "SUSPENSE" "REGISTER".
              88 Convert-Sales        value "MASTER" "REKEY"
                                            "ARCHIVE" "REGISTER".
           02 Control-Input-Filename  pic x(100) value spaces.
           02 Control-Output-Filename pic x(100) value spaces.
           02 Control-Report-Filename pic x(100) value
                               "addrconv.dat".
           02 Control-Set-Aside-Filename pic x(100) value
                               "addrdup.dat".
           02 Control-Master-Filename pic x(100) value spaces.
       *>*****************Run parameters*********************

       01 Convert-Header.
           02 Filler                  pic x(30) value spaces.
           02 Filler                  pic x(33)
           Value "Address Standardization Convert ".
           02 convert-mode-out        pic x(8).
           02 Filler                  pic x(49) value spaces.

       01 Convert-File-Line.
           02 convert-file-label      pic x(12) value spaces.
           02 convert-file-out        pic x(100).
           02 Filler                  pic x(8) value spaces.

       01 Collapse-Heading-Line.
           02 Filler                  pic x(48) value
                   "Records that collapse onto one standardized key:".
           02 Filler                  pic x(72) value spaces.

       01 Collapse-None-Line.
           02 Filler                  pic x(4) value spaces.
           02 Filler                  pic x(45) value
                   "None - every standardized key is still unique".
           02 Filler                  pic x(71) value spaces.

       01 Collapse-Key-Line.
           02 Filler                  pic x(5) value "Key: ".
           02 ck-address-out          pic x(27).
           02 Filler                  pic x(2) value spaces.
           02 ck-key-rest-out         pic x(12).
           02 Filler                  pic x(74) value spaces.

       01 Collapse-Member-Line.
           02 Filler                  pic x(4) value spaces.
           02 cm-disposition-out      pic x(10).
           02 Filler                  pic x(2) value spaces.
           02 cm-orig-address-out     pic x(27).
           02 Filler                  pic x(2) value spaces.
           02 cm-price-out            pic x(10).
           02 Filler                  pic x(65) value spaces.
       01 Member-Price-Edit           pic $z,zzz,zz9.

       01 Convert-Recon-Line.
           02 convert-recon-label     pic x(36) value spaces.
           02 convert-recon-count     pic zzzzzz9.
           02 Filler                  pic x(2) value spaces.
           02 convert-recon-sum       pic $$,$$$,$$$,$$9.
           02 convert-recon-sum-x redefines convert-recon-sum
                                      pic x(14).
           02 Filler                  pic x(61) value spaces.

       01 Convert-Count-Line.
           02 convert-count-label     pic x(36) value spaces.
           02 convert-count-out       pic zzzzzz9.
           02 Filler                  pic x(77) value spaces.

       01 Convert-Balance-Line.
           02 Filler                  pic x(37) value
                               "Read = written + set aside + merged:".
           02 convert-balance-flag    pic x(3) value spaces.
           02 Filler                  pic x(80) value spaces.

       01 eof-input-flag             pic x value "N".
       01 eof-sort-flag              pic x value "N".
       01 Input-Status               pic xx value "00".
       01 Output-Status              pic xx value "00".
       01 New-Master-Status          pic xx value "00".
       01 eof-recount-flag           pic x value "N".

       *>*****************Address Standardization***********
       01 Addrstd-Parameters.
           02 Addrstd-Address-In      pic x(27).
           02 Addrstd-Address-Out     pic x(27).
       *>*****************Address Standardization***********

       *>*****************Record Held for Writing************
       *>The first record of each standardized key is held until
       *>the key changes, so the rest of a collapse set can be
       *>merged into it before it is written.
       01 Hold-Active-Flag           pic x value "N".
          88 Hold-Active             value "Y".
       01 Hold-Collapsed-Flag        pic x value "N".
          88 Hold-Collapsed          value "Y".
       01 Hold-Key                   pic x(39).
       01 Hold-Key-Parts redefines Hold-Key.
           02 Hold-Key-Address       pic x(27).
           02 Hold-Key-Rest          pic x(12).
       01 Hold-Orig-Address          pic x(27).
       01 Hold-Sale-Price            pic 9(6).
       01 Hold-Data                  pic x(170).
       01 Hold-Property redefines Hold-Data.
           02 Hold-Prop-Address      pic x(27).
           02 Hold-Prop-Attributes   pic x(53).
           02 Hold-Prop-Sale-Count   pic 9(5).
           02 Hold-Prop-Last-Sale-Date pic 9(8).
           02 Hold-Prop-Last-Sale-Price pic 9(6).
           02 Filler                 pic x(71).
       01 Hold-Suspense redefines Hold-Data.
           02 Hold-Susp-Key          pic x(39).
           02 Hold-Susp-Category     pic x(2).
           02 Hold-Susp-Source       pic x(10).
           02 Hold-Susp-First-Date   pic 9(8).
           02 Hold-Susp-First-Run    pic x(14).
           02 Hold-Susp-Last-Date    pic 9(8).
           02 Hold-Susp-Last-Run     pic x(14).
           02 Hold-Susp-Reject-Count pic 9(4).
           02 Hold-Susp-Status       pic x(7).
              88 Hold-Susp-Open      value "OPEN".
           02 Hold-Susp-Clear-Date   pic 9(8).
           02 Hold-Susp-Clear-Run    pic x(14).
           02 Hold-Susp-Disposition  pic x(9).
           02 Hold-Susp-Clear-Mode   pic x(7).
           02 Filler                 pic x(26).

       *>The later member of a collapse set, seen the same ways.
       01 Next-Data                  pic x(170).
       01 Next-Property redefines Next-Data.
           02 Next-Prop-Address      pic x(27).
           02 Next-Prop-Attributes   pic x(53).
           02 Next-Prop-Sale-Count   pic 9(5).
           02 Next-Prop-Last-Sale-Date pic 9(8).
           02 Next-Prop-Last-Sale-Price pic 9(6).
           02 Filler                 pic x(71).
       01 Next-Suspense redefines Next-Data.
           02 Next-Susp-Key          pic x(39).
           02 Next-Susp-Category     pic x(2).
           02 Next-Susp-Source       pic x(10).
           02 Next-Susp-First-Date   pic 9(8).
           02 Next-Susp-First-Run    pic x(14).
           02 Next-Susp-Last-Date    pic 9(8).
           02 Next-Susp-Last-Run     pic x(14).
           02 Next-Susp-Reject-Count pic 9(4).
           02 Next-Susp-Status       pic x(7).
              88 Next-Susp-Open      value "OPEN".
           02 Filler                 pic x(64).
       *>*****************Record Held for Writing************

       01 Convert-Counters.
           02 Read-Count             pic 9(7) value 0.
           02 Read-Price-Sum         pic 9(12) value 0.
           02 Written-Count          pic 9(7) value 0.
           02 Written-Price-Sum      pic 9(12) value 0.
           02 Set-Aside-Count        pic 9(7) value 0.
           02 Set-Aside-Price-Sum    pic 9(12) value 0.
           02 Merged-Count           pic 9(7) value 0.
           02 Respelled-Count        pic 9(7) value 0.
           02 Collapse-Set-Count     pic 9(7) value 0.
           02 Write-Failed-Count     pic 9(7) value 0.
           02 Recount-Property-Count pic 9(7) value 0.
           02 Recount-Before-Sum     pic 9(7) value 0.
           02 Recount-After-Sum      pic 9(7) value 0.

       *>One merged property's sales as found on the master.
       01 Recount-Sale-Count         pic 9(5) value 0.
       01 Recount-Last-Sale-Date     pic 9(8) value 0.
       01 Recount-Last-Sale-Price    pic 9(6) value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic standardizes and sorts every record of the
           *>input, writes the re-keyed output a key at a time with
           *>each collapse set printed as it is met, then
           *>reconciles the two.

           Perform 0100-Get-Run-Parameters.
           if not Convert-Mode-Valid
               Display "ADDRCONV: mode must be MASTER, REKEY, "
                       "ARCHIVE, PROPERTY, SUSPENSE or REGISTER"
               Move 16 to Return-Code
               Stop Run
           end-if.
           if Control-Input-Filename = spaces or
              Control-Output-Filename = spaces or
              Control-Input-Filename = Control-Output-Filename
               Display "ADDRCONV: input and output files must both "
                       "be given and must differ"
               Move 16 to Return-Code
               Stop Run
           end-if.
           if Convert-Property
               Perform 0250-Open-New-Master
           end-if.

           Perform 0200-Open-Output.
           Open Output Set-Aside-File.
           Open Output Report-File.
           Perform 0300-Write-Report-Header.

           SORT WorkFile on Ascending key Sort-Key
                                          Sort-Seq
               Input procedure is 1000-Release-Records
               Output procedure is 2000-Write-Rekeyed.

           Perform 0400-Close-Output.
           if Convert-Property
               Close New-Master-File
           end-if.
           Close Set-Aside-File.
           if Collapse-Set-Count = 0
               Write Report-Print from Collapse-None-Line
           end-if.
           Perform 3000-Write-Reconciliation.
           Close Report-File.
           if Read-Count not = Written-Count + Set-Aside-Count
                               + Merged-Count or
              Read-Price-Sum not = Written-Price-Sum
                                   + Set-Aside-Price-Sum
               Move 16 to Return-Code
           else
               if Collapse-Set-Count > 0
                   Move 4 to Return-Code
               end-if
           end-if.
           Stop Run.

       0100-Get-Run-Parameters.
           *>Mode, input file and output file are all required -
           *>the re-keyed file is built beside the old one and put
           *>in its place by the operator once the reconciliation
           *>balances and the collapse sets have been reviewed.
           *>PROPERTY also needs the re-keyed master.
           Display 1 upon Argument-Number.
           Accept Control-Convert-Mode from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Input-Filename from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-Output-Filename from Argument-Value
               on exception continue.
           Display 4 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.
           Display 5 upon Argument-Number.
           Accept Control-Set-Aside-Filename from Argument-Value
               on exception continue.
           Display 6 upon Argument-Number.
           Accept Control-Master-Filename from Argument-Value
               on exception continue.

       0200-Open-Output.
           Evaluate True
               When Convert-Master or Convert-Rekey
                   Open Output Sales-History-File
               When Convert-Archive
                   Open Output Archive-File
               When Convert-Property
                   Open Output Property-File
               When Convert-Suspense
                   Open Output Suspense-File
               When Convert-Register
                   Open Output Register-File
           End-Evaluate.
           if Output-Status not = "00"
               Display "ADDRCONV: output file could not be created "
                       "- status " Output-Status
               Move 16 to Return-Code
               Stop Run
           end-if.

       0250-Open-New-Master.
           *>Without the re-keyed master a merged property's count
           *>would keep the sales set aside from it, so PROPERTY
           *>will not run until MASTER or REKEY has.
           if Control-Master-Filename = spaces
               Display "ADDRCONV: PROPERTY needs the re-keyed master "
                       "as parameter 6 - run MASTER first"
               Move 16 to Return-Code
               Stop Run
           end-if.
           Open Input New-Master-File.
           if New-Master-Status not = "00"
               Display "ADDRCONV: re-keyed master unavailable - "
                       "status " New-Master-Status
               Move 16 to Return-Code
               Stop Run
           end-if.

       0300-Write-Report-Header.
           Move Control-Convert-Mode to convert-mode-out.
           Write Report-Print from Convert-Header.
           Write Report-Print from " ".
           Move "Input:" to convert-file-label.
           Move Control-Input-Filename to convert-file-out.
           Write Report-Print from Convert-File-Line.
           Move "Output:" to convert-file-label.
           Move Control-Output-Filename to convert-file-out.
           Write Report-Print from Convert-File-Line.
           Move "Set aside:" to convert-file-label.
           Move Control-Set-Aside-Filename to convert-file-out.
           Write Report-Print from Convert-File-Line.
           if Convert-Property
               Move "Master:" to convert-file-label
               Move Control-Master-Filename to convert-file-out
               Write Report-Print from Convert-File-Line
           end-if.
           Write Report-Print from " ".
           Write Report-Print from Collapse-Heading-Line.
           Write Report-Print from " ".

       0400-Close-Output.
           Evaluate True
               When Convert-Master or Convert-Rekey
                   Close Sales-History-File
               When Convert-Archive
                   Close Archive-File
               When Convert-Property
                   Close Property-File
               When Convert-Suspense
                   Close Suspense-File
               When Convert-Register
                   Close Register-File
           End-Evaluate.

       1000-Release-Records Section.
       1000-Release-Logic.
           *>Each file is read in its own layout and released in
           *>the layout it will be written in, under its
           *>standardized key.
           Evaluate True
               When Convert-Master
                   Open Input Old-Master-File
                   Perform 1050-Check-Input-Open
                   Move low-values to Old-Master-Key
                   Start Old-Master-File key not < Old-Master-Key
                       invalid key Move "Y" to eof-input-flag
                   end-start
                   Perform 1100-Release-Old-Master until
                           eof-input-flag = "Y"
                   Close Old-Master-File
               When Convert-Rekey
                   Open Input Cur-Master-File
                   Perform 1050-Check-Input-Open
                   Move low-values to Cur-Master-Key
                   Start Cur-Master-File key not < Cur-Master-Key
                       invalid key Move "Y" to eof-input-flag
                   end-start
                   Perform 1200-Release-Cur-Master until
                           eof-input-flag = "Y"
                   Close Cur-Master-File
               When Convert-Archive
                   Open Input Old-Archive-File
                   Perform 1050-Check-Input-Open
                   Perform 1300-Release-Old-Archive until
                           eof-input-flag = "Y"
                   Close Old-Archive-File
               When Convert-Property
                   Open Input Old-Property-File
                   Perform 1050-Check-Input-Open
                   Move low-values to Old-Prop-Address
                   Start Old-Property-File
                         key not < Old-Prop-Address
                       invalid key Move "Y" to eof-input-flag
                   end-start
                   Perform 1400-Release-Old-Property until
                           eof-input-flag = "Y"
                   Close Old-Property-File
               When Convert-Suspense
                   Open Input Old-Suspense-File
                   Perform 1050-Check-Input-Open
                   Move low-values to Old-Susp-Key
                   Start Old-Suspense-File key not < Old-Susp-Key
                       invalid key Move "Y" to eof-input-flag
                   end-start
                   Perform 1500-Release-Old-Suspense until
                           eof-input-flag = "Y"
                   Close Old-Suspense-File
               When Convert-Register
                   Open Input Old-Register-File
                   Perform 1050-Check-Input-Open
                   Move low-values to Old-Reg-Key
                   Start Old-Register-File key not < Old-Reg-Key
                       invalid key Move "Y" to eof-input-flag
                   end-start
                   Perform 1600-Release-Old-Register until
                           eof-input-flag = "Y"
                   Close Old-Register-File
           End-Evaluate.
           go to 1999-Exit.

       1050-Check-Input-Open.
           if Input-Status not = "00"
               Display "ADDRCONV: input file unavailable - status "
                       Input-Status
               Move 16 to Return-Code
               Stop Run
           end-if.

       1100-Release-Old-Master.
           Read Old-Master-File next record
               at end Move "Y" to eof-input-flag
               not at end
                   Move Old-Master-Address to Sort-Orig-Address
                   Perform 1900-Standardize-Address
                   Move spaces to Master-Rec
                   Move Sort-Address to Master-Address
                   Move Old-Master-Sale-Date to Master-Sale-Date
                   Move Old-Master-City to Master-City
                   Move Old-Master-Sale-Price to Master-Sale-Price
                   Move Old-Master-Attributes to Master-Attributes
                   Move Old-Master-Address to Master-Orig-Address
                   Move Master-Sale-Date to Sort-Key-Rest
                   Move Master-Sale-Price to Sort-Sale-Price
                   Move Master-Rec to Sort-Data
                   Perform 1950-Release-Record
           end-read.

       1200-Release-Cur-Master.
           *>A record posted before the address as received was
           *>kept has only its key address to go on.
           Read Cur-Master-File next record
               at end Move "Y" to eof-input-flag
               not at end
                   if Cur-Master-Orig-Address = spaces
                       Move Cur-Master-Address to Sort-Orig-Address
                   else
                       Move Cur-Master-Orig-Address to
                            Sort-Orig-Address
                   end-if
                   Perform 1900-Standardize-Address
                   Move Cur-Master-Rec to Master-Rec
                   Move Sort-Address to Master-Address
                   Move Sort-Orig-Address to Master-Orig-Address
                   Move Master-Sale-Date to Sort-Key-Rest
                   Move Master-Sale-Price to Sort-Sale-Price
                   Move Master-Rec to Sort-Data
                   Perform 1950-Release-Record
           end-read.

       1300-Release-Old-Archive.
           Read Old-Archive-File
               at end Move "Y" to eof-input-flag
               not at end
                   if Old-Arch-Orig-Address = spaces
                       Move Old-Arch-Address to Sort-Orig-Address
                   else
                       Move Old-Arch-Orig-Address to
                            Sort-Orig-Address
                   end-if
                   Perform 1900-Standardize-Address
                   Move Old-Archive-Rec to Archive-Rec
                   Move Sort-Address to Arch-Address
                   Move Sort-Orig-Address to Arch-Orig-Address
                   Move Arch-Sale-Date to Sort-Key-Rest
                   Move Arch-Sale-Price to Sort-Sale-Price
                   Move Archive-Rec to Sort-Data
                   Perform 1950-Release-Record
           end-read.

       1400-Release-Old-Property.
           Read Old-Property-File next record
               at end Move "Y" to eof-input-flag
               not at end
                   Move Old-Prop-Address to Sort-Orig-Address
                   Perform 1900-Standardize-Address
                   Move Old-Property-Rec to Property-Rec
                   Move Sort-Address to Prop-Address
                   Move spaces to Sort-Key-Rest
                   Move 0 to Sort-Sale-Price
                   Move Property-Rec to Sort-Data
                   Perform 1950-Release-Record
           end-read.

       1500-Release-Old-Suspense.
           Read Old-Suspense-File next record
               at end Move "Y" to eof-input-flag
               not at end
                   Move Old-Susp-Address to Sort-Orig-Address
                   Perform 1900-Standardize-Address
                   Move Old-Suspense-Rec to Suspense-Rec
                   Move Sort-Address to Susp-Address
                   Move Susp-Key(28:12) to Sort-Key-Rest
                   Move 0 to Sort-Sale-Price
                   Move Suspense-Rec to Sort-Data
                   Perform 1950-Release-Record
           end-read.

       1600-Release-Old-Register.
           Read Old-Register-File next record
               at end Move "Y" to eof-input-flag
               not at end
                   Move Old-Reg-Address to Sort-Orig-Address
                   Perform 1900-Standardize-Address
                   Move Old-Register-Rec to Register-Rec
                   Move Sort-Address to Reg-Address
                   Move Sort-Orig-Address to Reg-Orig-Address
                   Move Reg-Sale-Date to Sort-Key-Rest
                   Move Old-Reg-Sale-Price to Sort-Sale-Price
                   Move Register-Rec to Sort-Data
                   Perform 1950-Release-Record
           end-read.

       1900-Standardize-Address.
           Move Sort-Orig-Address to Addrstd-Address-In.
           Call "ADDRSTD" using Addrstd-Parameters.
           Move Addrstd-Address-Out to Sort-Address.

       1950-Release-Record.
           Add 1 to Read-Count.
           Add Sort-Sale-Price to Read-Price-Sum.
           if Sort-Address not = Sort-Orig-Address
               Add 1 to Respelled-Count
           end-if.
           Move Read-Count to Sort-Seq.
           Release WorkRec.

       1999-Exit.
           Exit.

       2000-Write-Rekeyed Section.
       2000-Write-Logic.
           Perform 2100-Next-Sorted-Record until eof-sort-flag = "Y".
           if Hold-Active
               Perform 2300-Write-Held-Record
           end-if.
           go to 2999-Exit.

       2100-Next-Sorted-Record.
           Return WorkFile
               at end Move "Y" to eof-sort-flag
               not at end
                   if Hold-Active and Sort-Key = Hold-Key
                       Perform 2200-Collapse-Record
                   else
                       if Hold-Active
                           Perform 2300-Write-Held-Record
                       end-if
                       Perform 2150-Hold-Record
                   end-if
           end-return.

       2150-Hold-Record.
           Move Sort-Key to Hold-Key.
           Move Sort-Orig-Address to Hold-Orig-Address.
           Move Sort-Sale-Price to Hold-Sale-Price.
           Move Sort-Data to Hold-Data.
           Move "Y" to Hold-Active-Flag.
           Move "N" to Hold-Collapsed-Flag.

       2200-Collapse-Record.
           *>The set is printed under its key the first time a
           *>second record meets it, beginning with the record
           *>kept; each later member follows with what became of it.
           if not Hold-Collapsed
               Add 1 to Collapse-Set-Count
               Move "Y" to Hold-Collapsed-Flag
               Move Hold-Key-Address to ck-address-out
               Move Hold-Key-Rest to ck-key-rest-out
               Write Report-Print from Collapse-Key-Line
               Move "KEPT" to cm-disposition-out
               Move Hold-Orig-Address to cm-orig-address-out
               Move Hold-Sale-Price to Member-Price-Edit
               Perform 2250-Write-Member-Line
           end-if.

           Move Sort-Data to Next-Data.
           Evaluate True
               When Convert-Property
                   Perform 2210-Merge-Property
                   Add 1 to Merged-Count
                   Move "MERGED" to cm-disposition-out
               When Convert-Suspense
                   Perform 2220-Merge-Suspense
                   Add 1 to Merged-Count
                   Move "MERGED" to cm-disposition-out
               When Other
                   Write Set-Aside-Rec from Sort-Data
                   Add 1 to Set-Aside-Count
                   Add Sort-Sale-Price to Set-Aside-Price-Sum
                   Move "SET ASIDE" to cm-disposition-out
           End-Evaluate.
           Move Sort-Orig-Address to cm-orig-address-out.
           Move Sort-Sale-Price to Member-Price-Edit.
           Perform 2250-Write-Member-Line.

       2210-Merge-Property.
           *>One property's sales are counted together, and its
           *>attributes and last sale are the latest of the set's.
           if Hold-Prop-Sale-Count + Next-Prop-Sale-Count > 99999
               Move 99999 to Hold-Prop-Sale-Count
           else
               Add Next-Prop-Sale-Count to Hold-Prop-Sale-Count
           end-if.
           if Next-Prop-Last-Sale-Date > Hold-Prop-Last-Sale-Date
               Move Next-Prop-Attributes to Hold-Prop-Attributes
               Move Next-Prop-Last-Sale-Date to
                    Hold-Prop-Last-Sale-Date
               Move Next-Prop-Last-Sale-Price to
                    Hold-Prop-Last-Sale-Price
           end-if.

       2220-Merge-Suspense.
           *>One sale rejected under two spellings is one item: it
           *>ages from the earlier first rejection, carries the
           *>later rejection's category and run, counts every
           *>rejection, and stays open while either spelling was.
           if Next-Susp-First-Date < Hold-Susp-First-Date
               Move Next-Susp-First-Date to Hold-Susp-First-Date
               Move Next-Susp-First-Run to Hold-Susp-First-Run
           end-if.
           if Next-Susp-Last-Date > Hold-Susp-Last-Date
               Move Next-Susp-Category to Hold-Susp-Category
               Move Next-Susp-Source to Hold-Susp-Source
               Move Next-Susp-Last-Date to Hold-Susp-Last-Date
               Move Next-Susp-Last-Run to Hold-Susp-Last-Run
           end-if.
           if Hold-Susp-Reject-Count + Next-Susp-Reject-Count > 9999
               Move 9999 to Hold-Susp-Reject-Count
           else
               Add Next-Susp-Reject-Count to Hold-Susp-Reject-Count
           end-if.
           if Next-Susp-Open and not Hold-Susp-Open
               Move "OPEN" to Hold-Susp-Status
               Move 0 to Hold-Susp-Clear-Date
               Move spaces to Hold-Susp-Clear-Run
               Move spaces to Hold-Susp-Disposition
               Move spaces to Hold-Susp-Clear-Mode
           end-if.

       2250-Write-Member-Line.
           *>cm-disposition-out, cm-orig-address-out and
           *>Member-Price-Edit are preset by the caller.
           if Convert-Sales
               Move Member-Price-Edit to cm-price-out
           else
               Move spaces to cm-price-out
           end-if.
           Write Report-Print from Collapse-Member-Line.

       2300-Write-Held-Record.
           Evaluate True
               When Convert-Master or Convert-Rekey
                   Move Hold-Data to Master-Rec
                   Write Master-Rec
                       invalid key
                           Perform 2350-Note-Write-Failure
                       not invalid key
                           Perform 2400-Count-Written
                   end-write
               When Convert-Archive
                   Move Hold-Data to Archive-Rec
                   Write Archive-Rec
                   Perform 2400-Count-Written
               When Convert-Property
                   if Hold-Collapsed
                       Perform 2320-Recount-Property
                   end-if
                   Move Hold-Data to Property-Rec
                   Write Property-Rec
                       invalid key
                           Perform 2350-Note-Write-Failure
                       not invalid key
                           Perform 2400-Count-Written
                   end-write
               When Convert-Suspense
                   Move Hold-Data to Suspense-Rec
                   Write Suspense-Rec
                       invalid key
                           Perform 2350-Note-Write-Failure
                       not invalid key
                           Perform 2400-Count-Written
                   end-write
               When Convert-Register
                   Move Hold-Data to Register-Rec
                   Write Register-Rec
                       invalid key
                           Perform 2350-Note-Write-Failure
                       not invalid key
                           Perform 2400-Count-Written
                   end-write
           End-Evaluate.
           Move "N" to Hold-Active-Flag.

       2320-Recount-Property.
           *>The counts 2210-Merge-Property added together take in
           *>any sale MASTER set aside as posted twice, so a merged
           *>property's sale count and last sale are taken again
           *>from the re-keyed master, the way PROG7's
           *>2070-Resync-Property takes them after a correction.
           *>A property with no sale left on the master keeps the
           *>merged figures.
           Move 0 to Recount-Sale-Count.
           Move 0 to Recount-Last-Sale-Date.
           Move 0 to Recount-Last-Sale-Price.
           Move "N" to eof-recount-flag.
           Move Hold-Key-Address to New-Master-Address.
           Move 0 to New-Master-Sale-Date.
           Start New-Master-File key not < New-Master-Key
               invalid key Move "Y" to eof-recount-flag
           end-start.
           Perform 2325-Recount-Property-Step until
                   eof-recount-flag = "Y".
           Add 1 to Recount-Property-Count.
           Add Hold-Prop-Sale-Count to Recount-Before-Sum.
           if Recount-Sale-Count > 0
               Move Recount-Sale-Count to Hold-Prop-Sale-Count
               Move Recount-Last-Sale-Date to
                    Hold-Prop-Last-Sale-Date
               Move Recount-Last-Sale-Price to
                    Hold-Prop-Last-Sale-Price
           end-if.
           Add Hold-Prop-Sale-Count to Recount-After-Sum.

       2325-Recount-Property-Step.
           Read New-Master-File next record
               at end Move "Y" to eof-recount-flag
               not at end
                   if New-Master-Address not = Hold-Key-Address
                       Move "Y" to eof-recount-flag
                   else
                       Add 1 to Recount-Sale-Count
                       if New-Master-Sale-Date >=
                          Recount-Last-Sale-Date
                           Move New-Master-Sale-Date to
                                Recount-Last-Sale-Date
                           Move New-Master-Sale-Price to
                                Recount-Last-Sale-Price
                       end-if
                   end-if
           end-read.

       2350-Note-Write-Failure.
           Add 1 to Write-Failed-Count.
           Display "ADDRCONV: write failed for " Hold-Key-Address
                   " " Hold-Key-Rest.

       2400-Count-Written.
           Add 1 to Written-Count.
           Add Hold-Sale-Price to Written-Price-Sum.

       2999-Exit.
           Exit.

       3000-Write-Reconciliation Section.
       3000-Reconcile-Logic.
           Write Report-Print from " ".
           Move "Records read:" to convert-recon-label.
           Move Read-Count to convert-recon-count.
           Move Read-Price-Sum to convert-recon-sum.
           Perform 3100-Write-Recon-Line.
           Move "Records written:" to convert-recon-label.
           Move Written-Count to convert-recon-count.
           Move Written-Price-Sum to convert-recon-sum.
           Perform 3100-Write-Recon-Line.
           Move "Records set aside:" to convert-recon-label.
           Move Set-Aside-Count to convert-recon-count.
           Move Set-Aside-Price-Sum to convert-recon-sum.
           Perform 3100-Write-Recon-Line.
           Move "Records merged:" to convert-count-label.
           Move Merged-Count to convert-count-out.
           Write Report-Print from Convert-Count-Line.
           if Convert-Property
               Move "Merged properties re-counted:" to
                    convert-count-label
               Move Recount-Property-Count to convert-count-out
               Write Report-Print from Convert-Count-Line
               Move "  their sales as merged:" to
                    convert-count-label
               Move Recount-Before-Sum to convert-count-out
               Write Report-Print from Convert-Count-Line
               Move "  their sales on the master:" to
                    convert-count-label
               Move Recount-After-Sum to convert-count-out
               Write Report-Print from Convert-Count-Line
           end-if.
           Write Report-Print from " ".
           Move "Addresses respelled:" to convert-count-label.
           Move Respelled-Count to convert-count-out.
           Write Report-Print from Convert-Count-Line.
           Move "Collapse sets:" to convert-count-label.
           Move Collapse-Set-Count to convert-count-out.
           Write Report-Print from Convert-Count-Line.
           Move "Write failures:" to convert-count-label.
           Move Write-Failed-Count to convert-count-out.
           Write Report-Print from Convert-Count-Line.
           Write Report-Print from " ".
           if Read-Count = Written-Count + Set-Aside-Count
                           + Merged-Count and
              Read-Price-Sum = Written-Price-Sum
                               + Set-Aside-Price-Sum
               Move "OK" to convert-balance-flag
           else
               Move "***" to convert-balance-flag
           end-if.
           Write Report-Print from Convert-Balance-Line.
           go to 3999-Exit.

       3100-Write-Recon-Line.
           *>Only the sales files carry a price to reconcile.
           if not Convert-Sales
               Move spaces to convert-recon-sum-x
           end-if.
           Write Report-Print from Convert-Recon-Line.

       3999-Exit.
           Exit.
