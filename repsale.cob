       *>Alexander Comerford
       *>csi203
       *>cobol repeat-sale report - every property that has sold
       *>more than once on the sales-history master (and, when
       *>given, the archive SALEPURG rolled out of it), printed one
       *>line per resale with the prior and resale dates and
       *>prices, the holding period in days, the dollar and
       *>percent appreciation, and a FLIP flag on any resale made
       *>inside twelve months of the prior sale
       *>
       *>Modification History:
       *>  Initial version, in the spirit of SALEHINQ - one
       *>  standalone reader of the permanent sales-history files,
       *>  with the property type taken from PROG7's propmast.dat
       *>  property master.
       *>  The property type is now the resale's own, from the
       *>  attributes the master and archive carry with each
       *>  sale; the property master is only read for a sale
       *>  posted without them.
       *>  Master and archive layouts widened to carry the address
       *>  each sale was received under beside its standardized
       *>  key address, which is the address a resale prints.
       Identification Division.
       Program-ID. REPSALE.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Sales-History-File
                assign to "saleshist.dat"
                Organization is indexed
                Access is dynamic
                Record key is Master-Key
                File Status is Master-Status.
           Select Archive-File
                assign to dynamic Control-Archive-Filename
                Organization is line sequential
                File Status is Archive-Status.
           Select Property-File
                assign to "propmast.dat"
                Organization is indexed
                Access is dynamic
                Record key is Prop-Address
                File Status is Property-Status.
           Select Report-File
                assign to dynamic Control-Report-Filename
                Organization is line sequential.
           Select WorkFile
              assign to "repsort.dat".

       Data Division.
       File Section.

       FD Sales-History-File.
       01 Master-Rec.
           02 Master-Key.
              03 Master-Address       pic x(27).
              03 Master-Sale-Date     pic 9(8).
           02 Master-City             pic x(15).
           02 Master-Sale-Price       pic 9(6).
           02 Master-Attributes.
              03 Master-Zip           pic 9(5).
              03 Master-State         pic x(2).
              03 Master-Bedrooms      pic 9.
              03 Master-Bathrooms     pic 9.
              03 Master-Sq-Ft         pic 9(4).
              03 Master-Type          pic x(8).
              03 Master-Latitude      pic 9(8).
              03 Master-Longitude     pic 9(9).
              03 Master-Attr-Source   pic x.
                 88 Master-Attr-From-Sale     value "S".
                 88 Master-Attr-From-Property value "P".
                 88 Master-Attr-Missing       value space.
           *>The address as the sale arrived, kept for printing -
           *>Master-Address is its standardized spelling, the key.
           02 Master-Orig-Address     pic x(27).

       *>SALEPURG writes archived years in the master layout, one
       *>record per line.
       FD Archive-File.
       01 Archive-Rec.
           02 Arch-Address            pic x(27).
           02 Arch-Sale-Date          pic 9(8).
           02 Arch-City               pic x(15).
           02 Arch-Sale-Price         pic 9(6).
           02 Arch-Attributes.
              03 Arch-Zip             pic 9(5).
              03 Arch-State           pic x(2).
              03 Arch-Bedrooms        pic 9.
              03 Arch-Bathrooms       pic 9.
              03 Arch-Sq-Ft           pic 9(4).
              03 Arch-Type            pic x(8).
              03 Arch-Latitude        pic 9(8).
              03 Arch-Longitude       pic 9(9).
              03 Arch-Attr-Source     pic x.
                 88 Arch-Attr-From-Sale       value "S".
                 88 Arch-Attr-From-Property   value "P".
                 88 Arch-Attr-Missing         value space.
           02 Arch-Orig-Address       pic x(27).

       *>PROG7's property master - one record per address carrying
       *>the latest physical attributes and the sale count.
       FD Property-File.
       01 Property-Rec.
           02 Prop-Address            pic x(27).
           02 Prop-City               pic x(15).
           02 Prop-Zip                pic 9(5).
           02 Prop-State              pic x(2).
           02 Prop-Bedrooms           pic 9.
           02 Prop-Bathrooms          pic 9.
           02 Prop-Sq-Ft              pic 9(4).
           02 Prop-Type               pic x(8).
           02 Prop-Latitude           pic 9(8).
           02 Prop-Longitude          pic 9(9).
           02 Prop-Sale-Count         pic 9(5).
           02 Prop-Last-Sale-Date     pic 9(8).
           02 Prop-Last-Sale-Price    pic 9(6).

       FD Report-File.
       01 Report-Print                pic x(160) value spaces.

       *>The live master and the archive are fed to one SORT so a
       *>property's sales come back together in date order no
       *>matter which file each one sits on.
       SD WorkFile.
       01 WorkRec.
           02 Sort-Address            pic x(27).
           02 Sort-Sale-Date          pic 9(8).
           02 Sort-City               pic x(15).
           02 Sort-Sale-Price         pic 9(6).
           02 Sort-Type               pic x(8).
           02 Sort-Orig-Address       pic x(27).

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Report-Filename pic x(100) value
                               "repsale.dat".
           02 Control-Archive-Filename pic x(100) value spaces.
              88 No-Archive-Given     value spaces.
           02 Control-Print-Mode      pic x(4) value "ALL".
              88 Flip-Only-Mode       value "FLIP".
              88 Print-Mode-Valid     value "ALL" "FLIP".
       *>*****************Run parameters*********************

       01 Repsale-Header.
           02 Filler                  pic x(38) value spaces.
           02 Filler                  pic x(34)
           Value "Repeat-Sale Appreciation Report - ".
           02 Current-Month           pic xx/.
           02 Current-Day             pic xx/.
           02 Current-Year            pic xxxx.
           02 Filler                  pic x(78) value spaces.

       01 WS-Current-Date-Fields      pic x(16).

       01 Repsale-Selection-Line.
           02 Filler                  pic x(11) value "Selection: ".
           02 rs-sel-mode-out         pic x(4).
           02 Filler                  pic x(30) value
                               " resales, FLIP = within 1 year".
           02 Filler                  pic x(115) value spaces.

       01 Repsale-Col-Headers.
           02 Filler                pic x(27) value "Property-Address".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value "City".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Property".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Prior".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(10) value "Prior $".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Resale".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(10) value "Resale $".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value "  Days".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(12) value "    Change $".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Change %".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "Flag".

       01 Repsale-Detail-Line.
           02 rs-address-out        pic x(27).
           02 Filler                pic x(2) value spaces.
           02 rs-city-out           pic x(15).
           02 Filler                pic x(2) value spaces.
           02 rs-type-out           pic x(8).
           02 Filler                pic x(2) value spaces.
           02 rs-prior-date-out     pic 9(8).
           02 Filler                pic x(2) value spaces.
           02 rs-prior-price-out    pic $z,zzz,zz9.
           02 Filler                pic x(2) value spaces.
           02 rs-resale-date-out    pic 9(8).
           02 Filler                pic x(2) value spaces.
           02 rs-resale-price-out   pic $z,zzz,zz9.
           02 Filler                pic x(2) value spaces.
           02 rs-hold-days-out      pic zzzzz9.
           02 Filler                pic x(2) value spaces.
           02 rs-change-out         pic $$,$$$,$$9-.
           02 Filler                pic x(3) value spaces.
           02 rs-pct-out            pic -zzz9.9.
           02 Filler                pic x value "%".
           02 Filler                pic x(2) value spaces.
           02 rs-flag-out           pic x(4).

       01 Repsale-Trailer-Line.
           02 rs-trail-label        pic x(32) value spaces.
           02 rs-trail-count        pic zzzzz9.
           02 Filler                pic x(122) value spaces.

       01 Repsale-Trailer-Amount-Line.
           02 rs-trail-amt-label    pic x(32) value spaces.
           02 rs-trail-amt          pic $$$,$$$,$$$,$$9-.
           02 Filler                pic x(112) value spaces.

       01 Repsale-None-Line.
           02 Filler                pic x(38) value
                               "No repeat sales found on the master".
           02 Filler                pic x(122) value spaces.

       01 eof-master-flag            pic x value "N".
       01 eof-archive-flag           pic x value "N".
       01 eof-sort-flag              pic x value "N".
       01 Master-Status              pic xx value "00".
       01 Archive-Status             pic xx value "00".
       01 Property-Status            pic xx value "00".
       01 Property-Available-Flag    pic x value "N".
          88 Property-Available      value "Y".

       *>The sale ahead of the current one in address/date order.
       *>A resale is any sale whose address matches the prior one.
       01 Prior-Sale.
           02 Prior-Address          pic x(27) value spaces.
           02 Prior-Sale-Date        pic 9(8) value 0.
           02 Prior-Sale-Price       pic 9(6) value 0.
       01 Prior-Repeat-Flag          pic x value "N".
          88 Prior-Already-Repeated  value "Y".

       01 Holding-Days               pic s9(7) value 0.
       01 Price-Change               pic s9(7) value 0.
       01 Price-Change-Pct           pic s9(5)v9 value 0.
       01 Flip-Cutoff-Date           pic 9(9) value 0.
       01 flip-flag                  pic x value "N".
          88 Is-Flip                 value "Y".

       01 Repsale-Counters.
           02 Sales-Read-Count       pic 9(7) value 0.
           02 Repeat-Property-Count  pic 9(6) value 0.
           02 Resale-Count           pic 9(6) value 0.
           02 Flip-Count             pic 9(6) value 0.
           02 Printed-Count          pic 9(6) value 0.
           02 Change-Sum             pic s9(11) value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic sorts every sale on the master (and archive)
           *>by address and date, then walks the sorted sales
           *>pairing each one with the sale before it at the same
           *>address.

           Perform 0100-Get-Run-Parameters.
           if not Print-Mode-Valid
               Display "REPSALE: print mode must be ALL or FLIP"
               Move 16 to Return-Code
               Stop Run
           end-if.

           Open Output Report-File.
           Perform 1000-Write-Report-Header.

           Open Input Property-File.
           if Property-Status = "00"
               Move "Y" to Property-Available-Flag
           else
               Display "REPSALE: property master unavailable -"
               Display "         property type is not shown"
           end-if.

           SORT WorkFile on Ascending key Sort-Address
                                          Sort-Sale-Date
               Input procedure is 1000-Load-Sales
               Output procedure is 2000-Report-Resales.

           Perform 3000-Write-Report-Trailer.
           if Property-Available
               Close Property-File
           end-if.
           Close Report-File.
           Stop Run.

       0100-Get-Run-Parameters.
           *>Report file name, an optional archive file and an
           *>optional print mode of FLIP (only resales inside twelve
           *>months) are taken from the command line.  Missing
           *>parameters fall back to every resale on the live master.
           Display 1 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Archive-Filename from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-Print-Mode from Argument-Value
               on exception continue.
           if Control-Print-Mode = spaces
               Move "ALL" to Control-Print-Mode
           end-if.

       1000-Write-Report-Header.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:4) to Current-Year.
           Move WS-Current-Date-Fields(5:2) to Current-Month.
           Move WS-Current-Date-Fields(7:2) to Current-Day.
           Write Report-Print from Repsale-Header.
           Move Control-Print-Mode to rs-sel-mode-out.
           Write Report-Print from Repsale-Selection-Line.
           Write Report-Print from " ".
           Write Report-Print from Repsale-Col-Headers.
           Write Report-Print from " ".

       3000-Write-Report-Trailer.
           Write Report-Print from " ".
           if Resale-Count = 0
               Write Report-Print from Repsale-None-Line
           end-if.
           Move "Sales read:" to rs-trail-label.
           Move Sales-Read-Count to rs-trail-count.
           Write Report-Print from Repsale-Trailer-Line.
           Move "Properties sold more than once:" to rs-trail-label.
           Move Repeat-Property-Count to rs-trail-count.
           Write Report-Print from Repsale-Trailer-Line.
           Move "Resales:" to rs-trail-label.
           Move Resale-Count to rs-trail-count.
           Write Report-Print from Repsale-Trailer-Line.
           Move "Flips (resold within 1 year):" to rs-trail-label.
           Move Flip-Count to rs-trail-count.
           Write Report-Print from Repsale-Trailer-Line.
           Move "Resales printed:" to rs-trail-label.
           Move Printed-Count to rs-trail-count.
           Write Report-Print from Repsale-Trailer-Line.
           Move "Net appreciation, all resales:" to
                rs-trail-amt-label.
           Move Change-Sum to rs-trail-amt.
           Write Report-Print from Repsale-Trailer-Amount-Line.

       1000-Load-Sales Section.
       1000-Load-Logic.
           *>Every live sale is released, then every archived one.
           *>A missing master or archive is warned about, not fatal
           *>- the report covers whatever history can be read.
           Open Input Sales-History-File.
           if Master-Status not = "00"
               Display "REPSALE: sales-history master unavailable -"
               Display "         status " Master-Status
               Move "Y" to eof-master-flag
           else
               Move low-values to Master-Key
               Start Sales-History-File key not < Master-Key
                   invalid key Move "Y" to eof-master-flag
               end-start
           end-if.
           Perform 1100-Release-Master-Record until
                   eof-master-flag = "Y".
           if Master-Status = "00" or Master-Status = "10"
               Close Sales-History-File
           end-if.

           if No-Archive-Given
               go to 1999-Exit
           end-if.
           Open Input Archive-File.
           if Archive-Status not = "00"
               Display "REPSALE: archive file unavailable -"
               Display "         status " Archive-Status
               go to 1999-Exit
           end-if.
           Perform 1200-Release-Archive-Record until
                   eof-archive-flag = "Y".
           Close Archive-File.
           go to 1999-Exit.

       1100-Release-Master-Record.
           Read Sales-History-File next record
               at end Move "Y" to eof-master-flag
               not at end
                   Move Master-Address to Sort-Address
                   Move Master-Sale-Date to Sort-Sale-Date
                   Move Master-City to Sort-City
                   Move Master-Sale-Price to Sort-Sale-Price
                   Move Master-Orig-Address to Sort-Orig-Address
                   if Master-Attr-Missing
                       Move spaces to Sort-Type
                   else
                       Move Master-Type to Sort-Type
                   end-if
                   Add 1 to Sales-Read-Count
                   Release WorkRec
           end-read.

       1200-Release-Archive-Record.
           Read Archive-File
               at end Move "Y" to eof-archive-flag
               not at end
                   Move Arch-Address to Sort-Address
                   Move Arch-Sale-Date to Sort-Sale-Date
                   Move Arch-City to Sort-City
                   Move Arch-Sale-Price to Sort-Sale-Price
                   Move Arch-Orig-Address to Sort-Orig-Address
                   if Arch-Attr-Missing
                       Move spaces to Sort-Type
                   else
                       Move Arch-Type to Sort-Type
                   end-if
                   Add 1 to Sales-Read-Count
                   Release WorkRec
           end-read.

       1999-Exit.
           Exit.

       2000-Report-Resales Section.
       2000-Report-Logic.
           Perform 2100-Next-Sorted-Sale until eof-sort-flag = "Y".
           go to 2999-Exit.

       2100-Next-Sorted-Sale.
           Return WorkFile
               at end Move "Y" to eof-sort-flag
               not at end
                   if Sort-Address = Prior-Address and
                      Sort-Sale-Date not = Prior-Sale-Date
                       Perform 2200-Report-Resale
                   else
                       if Sort-Address not = Prior-Address
                           Move "N" to Prior-Repeat-Flag
                       end-if
                   end-if
                   Move Sort-Address to Prior-Address
                   Move Sort-Sale-Date to Prior-Sale-Date
                   Move Sort-Sale-Price to Prior-Sale-Price
           end-return.

       2200-Report-Resale.
           *>The same sale on both the master and the archive (an
           *>archive re-read after a restored master) has the same
           *>date and is passed over above, not paired with itself.
           Add 1 to Resale-Count.
           if not Prior-Already-Repeated
               Add 1 to Repeat-Property-Count
               Move "Y" to Prior-Repeat-Flag
           end-if.

           *>Holding period in days; a date the calendar cannot
           *>place is left at zero rather than guessed.
           Move 0 to Holding-Days.
           if Function Test-Date-YYYYMMDD(Prior-Sale-Date) = 0 and
              Function Test-Date-YYYYMMDD(Sort-Sale-Date) = 0
               Compute Holding-Days =
                   Function Integer-Of-Date(Sort-Sale-Date) -
                   Function Integer-Of-Date(Prior-Sale-Date)
           end-if.

           Compute Price-Change = Sort-Sale-Price - Prior-Sale-Price.
           Add Price-Change to Change-Sum.
           Move 0 to Price-Change-Pct.
           if Prior-Sale-Price > 0
               Compute Price-Change-Pct rounded =
                   Price-Change * 100 / Prior-Sale-Price
           end-if.

           *>A flip is a resale before the first anniversary of the
           *>prior sale - adding one to the year keeps leap years
           *>and month lengths out of it.
           Move "N" to flip-flag.
           Compute Flip-Cutoff-Date = Prior-Sale-Date + 10000.
           if Sort-Sale-Date < Flip-Cutoff-Date
               Move "Y" to flip-flag
               Add 1 to Flip-Count
           end-if.

           if Flip-Only-Mode and not Is-Flip
               Continue
           else
               Perform 2300-Write-Resale-Line
           end-if.

       2300-Write-Resale-Line.
           Add 1 to Printed-Count.
           Move Sort-Type to rs-type-out.
           if Sort-Type = spaces and Property-Available
               Move Sort-Address to Prop-Address
               Read Property-File
                   invalid key Continue
                   not invalid key Move Prop-Type to rs-type-out
               end-read
           end-if.
           *>Resales are matched on the standardized address and
           *>printed as the resale was received; a sale posted
           *>before that was kept prints its key address.
           if Sort-Orig-Address = spaces
               Move Sort-Address to rs-address-out
           else
               Move Sort-Orig-Address to rs-address-out
           end-if.
           Move Sort-City to rs-city-out.
           Move Prior-Sale-Date to rs-prior-date-out.
           Move Prior-Sale-Price to rs-prior-price-out.
           Move Sort-Sale-Date to rs-resale-date-out.
           Move Sort-Sale-Price to rs-resale-price-out.
           Move Holding-Days to rs-hold-days-out.
           Move Price-Change to rs-change-out.
           Move Price-Change-Pct to rs-pct-out.
           if Is-Flip
               Move "FLIP" to rs-flag-out
           else
               Move spaces to rs-flag-out
           end-if.
           Write Report-Print from Repsale-Detail-Line.

       2999-Exit.
           Exit.
