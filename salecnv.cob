       *>Alexander Comerford
       *>csi203
       *>cobol one-time conversion of the sales-history master, or
       *>of one SALEPURG archive, from the original address/date/
       *>city/price record to the record that also carries each
       *>sale's physical attributes.  Sales posted before the
       *>attributes were kept have none of their own, so they are
       *>filled in from PROG7's propmast.dat property master -
       *>marked as coming from there, since the property master
       *>holds the latest attributes seen for the address rather
       *>than the ones the property had when this sale closed.  A
       *>sale the property master does not know is carried over
       *>with its attributes blank.  Every run writes a count-and-
       *>price-sum reconciliation (records read = records written)
       *>
       *>Modification History:
       *>  Initial version, alongside the attribute fields added to
       *>  the sales-history master and archive layouts.
       Identification Division.
       Program-ID. SALECNV.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Old-Master-File
                assign to dynamic Control-Input-Filename
                Organization is indexed
                Access is dynamic
                Record key is Old-Master-Key
                File Status is Old-Master-Status.
           Select New-Master-File
                assign to dynamic Control-Output-Filename
                Organization is indexed
                Access is dynamic
                Record key is Master-Key
                File Status is New-Master-Status.
           Select Old-Archive-File
                assign to dynamic Control-Input-Filename
                Organization is line sequential
                File Status is Old-Archive-Status.
           Select New-Archive-File
                assign to dynamic Control-Output-Filename
                Organization is line sequential
                File Status is New-Archive-Status.
           Select Property-File
                assign to "propmast.dat"
                Organization is indexed
                Access is dynamic
                Record key is Prop-Address
                File Status is Property-Status.
           Select Recon-File
                assign to dynamic Control-Recon-Filename
                Organization is line sequential.

       Data Division.
       File Section.

       *>The master as it was before the attributes were added.
       FD Old-Master-File.
       01 Old-Master-Rec.
           02 Old-Master-Key.
              03 Old-Master-Address   pic x(27).
              03 Old-Master-Sale-Date pic 9(8).
           02 Old-Master-City         pic x(15).
           02 Old-Master-Sale-Price   pic 9(6).

       FD New-Master-File.
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

       *>An archive line is read through the new layout - an old
       *>line is simply short, and its attributes read as spaces.
       *>A line that already carries attributes is copied as it
       *>stands, so an archive converted twice comes out the same.
       FD Old-Archive-File.
       01 Old-Archive-Rec.
           02 Old-Arch-Address        pic x(27).
           02 Old-Arch-Sale-Date      pic 9(8).
           02 Old-Arch-City           pic x(15).
           02 Old-Arch-Sale-Price     pic 9(6).
           02 Old-Arch-Attributes.
              03 Filler               pic x(38).
              03 Old-Arch-Attr-Source pic x.
                 88 Old-Arch-Attr-Missing     value space.

       FD New-Archive-File.
       01 Archive-Rec.
           02 Arch-Address            pic x(27).
           02 Arch-Sale-Date          pic 9(8).
           02 Arch-City               pic x(15).
           02 Arch-Sale-Price         pic 9(6).
           02 Arch-Attributes         pic x(39).

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

       FD Recon-File.
       01 Recon-Print                 pic x(120) value spaces.

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Convert-Mode    pic x(7) value spaces.
              88 Convert-Master       value "MASTER".
              88 Convert-Archive      value "ARCHIVE".
           02 Control-Input-Filename  pic x(100) value spaces.
           02 Control-Output-Filename pic x(100) value spaces.
           02 Control-Recon-Filename  pic x(100) value
                               "salecnv.dat".
       *>*****************Run parameters*********************

       01 Convert-Header.
           02 Filler                  pic x(30) value spaces.
           02 Filler                  pic x(33)
           Value "Sales-History Attribute Convert ".
           02 convert-mode-out        pic x(7).
           02 Filler                  pic x(50) value spaces.

       01 Convert-File-Line.
           02 convert-file-label      pic x(10) value spaces.
           02 convert-file-out        pic x(100).
           02 Filler                  pic x(10) value spaces.

       01 Convert-Recon-Line.
           02 convert-recon-label     pic x(36) value spaces.
           02 convert-recon-count     pic zzzzzz9.
           02 Filler                  pic x(2) value spaces.
           02 convert-recon-sum       pic $$,$$$,$$$,$$9.
           02 Filler                  pic x(61) value spaces.

       01 Convert-Count-Line.
           02 convert-count-label     pic x(36) value spaces.
           02 convert-count-out       pic zzzzzz9.
           02 Filler                  pic x(77) value spaces.

       01 Convert-Balance-Line.
           02 Filler                  pic x(36) value
                                       "Read = written:".
           02 convert-balance-flag    pic x(3) value spaces.
           02 Filler                  pic x(81) value spaces.

       01 eof-input-flag             pic x value "N".
       01 Old-Master-Status          pic xx value "00".
       01 New-Master-Status          pic xx value "00".
       01 Old-Archive-Status         pic xx value "00".
       01 New-Archive-Status         pic xx value "00".
       01 Property-Status            pic xx value "00".
       01 Property-Available-Flag    pic x value "N".
          88 Property-Available      value "Y".

       *>The record being converted, whichever file it came from.
       01 Convert-Work.
           02 Work-Address           pic x(27).
           02 Work-Sale-Date         pic 9(8).
           02 Work-City              pic x(15).
           02 Work-Sale-Price        pic 9(6).
       01 Work-Attributes.
           02 Work-Zip               pic 9(5).
           02 Work-State             pic x(2).
           02 Work-Bedrooms          pic 9.
           02 Work-Bathrooms         pic 9.
           02 Work-Sq-Ft             pic 9(4).
           02 Work-Type              pic x(8).
           02 Work-Latitude          pic 9(8).
           02 Work-Longitude         pic 9(9).
           02 Work-Attr-Source       pic x.

       01 Convert-Counters.
           02 Read-Count             pic 9(7) value 0.
           02 Read-Price-Sum         pic 9(12) value 0.
           02 Written-Count          pic 9(7) value 0.
           02 Written-Price-Sum      pic 9(12) value 0.
           02 Kept-Count             pic 9(7) value 0.
           02 Last-Sale-Count        pic 9(7) value 0.
           02 Other-Sale-Count       pic 9(7) value 0.
           02 Missing-Count          pic 9(7) value 0.
           02 Write-Failed-Count     pic 9(7) value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic copies every record of the input to the
           *>output in the new layout, filling the attributes in
           *>from the property master as it goes, then reconciles
           *>the two.

           Perform 0100-Get-Run-Parameters.
           if not Convert-Master and not Convert-Archive
               Display "SALECNV: mode must be MASTER or ARCHIVE"
               Move 16 to Return-Code
               Stop Run
           end-if.
           if Control-Input-Filename = spaces or
              Control-Output-Filename = spaces or
              Control-Input-Filename = Control-Output-Filename
               Display "SALECNV: input and output files must both "
                       "be given and must differ"
               Move 16 to Return-Code
               Stop Run
           end-if.

           Open Input Property-File.
           if Property-Status = "00"
               Move "Y" to Property-Available-Flag
           else
               Display "SALECNV: property master unavailable -"
               Display "         attributes are left blank"
           end-if.

           if Convert-Master
               Perform 1000-Convert-Master
           else
               Perform 2000-Convert-Archive
           end-if.

           if Property-Available
               Close Property-File
           end-if.
           Perform 3000-Write-Reconciliation.
           if Read-Count not = Written-Count or
              Read-Price-Sum not = Written-Price-Sum
               Move 16 to Return-Code
           end-if.
           Stop Run.

       0100-Get-Run-Parameters.
           *>Mode, input file and output file are all required -
           *>the converted master is built beside the old one and
           *>put in its place by the operator once the
           *>reconciliation balances.
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
           Accept Control-Recon-Filename from Argument-Value
               on exception continue.

       1000-Convert-Master.
           Open Input Old-Master-File.
           if Old-Master-Status not = "00"
               Display "SALECNV: old master unavailable - status "
                       Old-Master-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Open Output New-Master-File.
           if New-Master-Status not = "00"
               Display "SALECNV: new master could not be created - "
                       "status " New-Master-Status
               Close Old-Master-File
               Move 16 to Return-Code
               Stop Run
           end-if.
           Move low-values to Old-Master-Key.
           Start Old-Master-File key not < Old-Master-Key
               invalid key Move "Y" to eof-input-flag
           end-start.
           Perform 1100-Convert-Master-Record until
                   eof-input-flag = "Y".
           Close Old-Master-File.
           Close New-Master-File.

       1100-Convert-Master-Record.
           Read Old-Master-File next record
               at end Move "Y" to eof-input-flag
               not at end
                   Move Old-Master-Address to Work-Address
                   Move Old-Master-Sale-Date to Work-Sale-Date
                   Move Old-Master-City to Work-City
                   Move Old-Master-Sale-Price to Work-Sale-Price
                   Perform 1500-Count-Read
                   Perform 1600-Fill-Attributes
                   Move Convert-Work to Master-Rec
                   Move Work-Attributes to Master-Attributes
                   Write Master-Rec
                       invalid key
                           Add 1 to Write-Failed-Count
                           Display "SALECNV: write failed for "
                                   Master-Address " "
                                   Master-Sale-Date
                       not invalid key
                           Perform 1700-Count-Written
                   end-write
           end-read.

       1500-Count-Read.
           Add 1 to Read-Count.
           Add Work-Sale-Price to Read-Price-Sum.

       1600-Fill-Attributes.
           *>The property master's attributes are exact for the
           *>address's last sale and the latest known for any
           *>earlier one; both are marked "P" and counted apart.
           Move spaces to Work-Attributes.
           if Property-Available
               Move Work-Address to Prop-Address
               Read Property-File
                   invalid key
                       Add 1 to Missing-Count
                   not invalid key
                       Move Prop-Zip to Work-Zip
                       Move Prop-State to Work-State
                       Move Prop-Bedrooms to Work-Bedrooms
                       Move Prop-Bathrooms to Work-Bathrooms
                       Move Prop-Sq-Ft to Work-Sq-Ft
                       Move Prop-Type to Work-Type
                       Move Prop-Latitude to Work-Latitude
                       Move Prop-Longitude to Work-Longitude
                       Move "P" to Work-Attr-Source
                       if Prop-Last-Sale-Date = Work-Sale-Date
                           Add 1 to Last-Sale-Count
                       else
                           Add 1 to Other-Sale-Count
                       end-if
               end-read
           else
               Add 1 to Missing-Count
           end-if.

       1700-Count-Written.
           Add 1 to Written-Count.
           Add Work-Sale-Price to Written-Price-Sum.

       2000-Convert-Archive.
           Open Input Old-Archive-File.
           if Old-Archive-Status not = "00"
               Display "SALECNV: old archive unavailable - status "
                       Old-Archive-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Open Output New-Archive-File.
           if New-Archive-Status not = "00"
               Display "SALECNV: new archive could not be created "
                       "- status " New-Archive-Status
               Close Old-Archive-File
               Move 16 to Return-Code
               Stop Run
           end-if.
           Perform 2100-Convert-Archive-Record until
                   eof-input-flag = "Y".
           Close Old-Archive-File.
           Close New-Archive-File.

       2100-Convert-Archive-Record.
           Read Old-Archive-File
               at end Move "Y" to eof-input-flag
               not at end
                   Move Old-Arch-Address to Work-Address
                   Move Old-Arch-Sale-Date to Work-Sale-Date
                   Move Old-Arch-City to Work-City
                   Move Old-Arch-Sale-Price to Work-Sale-Price
                   Perform 1500-Count-Read
                   if Old-Arch-Attr-Missing
                       Perform 1600-Fill-Attributes
                   else
                       Move Old-Arch-Attributes to Work-Attributes
                       Add 1 to Kept-Count
                   end-if
                   Move Convert-Work to Archive-Rec
                   Move Work-Attributes to Arch-Attributes
                   Write Archive-Rec
                   Perform 1700-Count-Written
           end-read.

       3000-Write-Reconciliation.
           Open Output Recon-File.
           Move Control-Convert-Mode to convert-mode-out.
           Write Recon-Print from Convert-Header.
           Write Recon-Print from " ".
           Move "Input:" to convert-file-label.
           Move Control-Input-Filename to convert-file-out.
           Write Recon-Print from Convert-File-Line.
           Move "Output:" to convert-file-label.
           Move Control-Output-Filename to convert-file-out.
           Write Recon-Print from Convert-File-Line.
           Write Recon-Print from " ".
           Move "Records read:" to convert-recon-label.
           Move Read-Count to convert-recon-count.
           Move Read-Price-Sum to convert-recon-sum.
           Write Recon-Print from Convert-Recon-Line.
           Move "Records written:" to convert-recon-label.
           Move Written-Count to convert-recon-count.
           Move Written-Price-Sum to convert-recon-sum.
           Write Recon-Print from Convert-Recon-Line.
           Write Recon-Print from " ".
           Move "Already carrying attributes:" to
                convert-count-label.
           Move Kept-Count to convert-count-out.
           Write Recon-Print from Convert-Count-Line.
           Move "Filled - property's last sale:" to
                convert-count-label.
           Move Last-Sale-Count to convert-count-out.
           Write Recon-Print from Convert-Count-Line.
           Move "Filled - property's latest seen:" to
                convert-count-label.
           Move Other-Sale-Count to convert-count-out.
           Write Recon-Print from Convert-Count-Line.
           Move "Left blank - not on property master:" to
                convert-count-label.
           Move Missing-Count to convert-count-out.
           Write Recon-Print from Convert-Count-Line.
           Move "Write failures:" to convert-count-label.
           Move Write-Failed-Count to convert-count-out.
           Write Recon-Print from Convert-Count-Line.
           Write Recon-Print from " ".
           if Read-Count = Written-Count and
              Read-Price-Sum = Written-Price-Sum
               Move "OK" to convert-balance-flag
           else
               Move "***" to convert-balance-flag
           end-if.
           Write Recon-Print from Convert-Balance-Line.
           Close Recon-File.
