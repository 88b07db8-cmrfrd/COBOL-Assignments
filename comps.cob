       *>Alexander Comerford
       *>csi203
       *>cobol comparable-sales report - for each subject property
       *>on a request file (an address on the property master, or
       *>a latitude/longitude) finds the closest sales on the
       *>sales-history master, and when given the archive, that
       *>closed inside the requested radius and months back with
       *>bedrooms and square feet inside the requested tolerance of
       *>the subject, prints them nearest first with each sale's
       *>price per square foot, and gives an indicated value range
       *>for the subject from the low, average and high price per
       *>square foot of its comparables
       *>
       *>Modification History:
       *>  Initial version, alongside the physical attributes the
       *>  sales-history master now carries with each sale.
       *>  Subject addresses standardized through ADDRSTD before
       *>  the property-master lookup and the own-sale exclusion,
       *>  to match the standardized master keys.  Comparables
       *>  print the address each sale was received under.
       Identification Division.
       Program-ID. COMPS.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Request-File
                assign to dynamic Control-Request-Filename
                Organization is line sequential
                File Status is Request-Status.
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

       Data Division.
       File Section.

       *>One subject per line; a line starting with "*" is a
       *>comment.  Either the address or the latitude and
       *>longitude must be given - an address is looked up on the
       *>property master for whatever the line leaves blank.  The
       *>search limits default when left blank.
       FD Request-File.
       01 Request-Rec.
           02 Req-Subject-Id          pic x(8).
           02 Req-Address             pic x(27).
           02 Req-Latitude            pic 9(8).
           02 Req-Longitude           pic 9(9).
           02 Req-Bedrooms            pic 9.
           02 Req-Sq-Ft               pic 9(4).
           02 Req-Radius              pic 9(2)V99.
           02 Req-Months-Back         pic 9(3).
           02 Req-Bed-Tolerance       pic 9.
           02 Req-Sqft-Tolerance      pic 9(3).
           02 Req-Max-Comps           pic 99.

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

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Request-Filename pic x(100) value
                               "compsreq.dat".
           02 Control-Report-Filename pic x(100) value
                               "comps.dat".
           02 Control-As-Of-Date      pic x(8) value spaces.
              88 No-As-Of-Date-Given  value spaces.
           02 Control-Archive-Filename pic x(100) value spaces.
              88 No-Archive-Given     value spaces.
       *>*****************Run parameters*********************

       *>Limits a request line leaves blank.
       01 Default-Radius             pic 9(2)V99 value 1.00.
       01 Default-Months-Back        pic 9(3) value 12.
       01 Default-Bed-Tolerance      pic 9 value 1.
       01 Default-Sqft-Tolerance     pic 9(3) value 20.
       01 Default-Max-Comps          pic 99 value 10.

       01 As-Of-Date                 pic 9(8) value 0.
       01 As-Of-Date-Parts redefines As-Of-Date.
           02 As-Of-Year             pic 9(4).
           02 As-Of-Mm               pic 99.
           02 As-Of-Dd               pic 99.
       01 Cutoff-Month-Index         pic s9(6) value 0.
       01 Cutoff-Date-Work.
           02 Cutoff-Year-Work       pic 9(4) value 0.
           02 Cutoff-Mm-Work         pic 99 value 0.
           02 Cutoff-Dd-Work         pic 99 value 0.

       01 Comps-Header.
           02 Filler                  pic x(44) value spaces.
           02 Filler                  pic x(29)
           Value "Comparable-Sales Report - as ".
           02 Filler                  pic x(3) value "of ".
           02 hdr-as-of-out           pic 9(8).
           02 Filler                  pic x(76) value spaces.

       01 WS-Current-Date-Fields      pic x(16).

       01 Subject-Line-1.
           02 Filler                pic x(9) value "Subject: ".
           02 sj-id-out             pic x(8).
           02 Filler                pic x(2) value spaces.
           02 sj-address-out        pic x(27).
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(5) value "Lat: ".
           02 sj-lat-out            pic zz9.99999.
           02 Filler                pic x(8) value "  Long: ".
           02 sj-long-out           pic zz9.999999.
           02 Filler                pic x(80) value spaces.

       01 Subject-Line-2.
           02 Filler                pic x(9) value spaces.
           02 Filler                pic x(10) value "Bedrooms: ".
           02 sj-beds-out           pic 9.
           02 Filler                pic x(10) value "  Sq-Ft: ".
           02 sj-sqft-out           pic zzz9.
           02 Filler                pic x(11) value "  Radius: ".
           02 sj-radius-out         pic z9.99.
           02 Filler                pic x(3) value " mi".
           02 Filler                pic x(15) value "  Sold since: ".
           02 sj-cutoff-out         pic 9(8).
           02 Filler                pic x(13) value "  Bedrooms +/".
           02 Filler                pic x(1) value "-".
           02 sj-bed-tol-out        pic 9.
           02 Filler                pic x(12) value "  Sq-Ft +/-".
           02 sj-sqft-tol-out       pic zz9.
           02 Filler                pic x value "%".
           02 Filler                pic x(53) value spaces.

       01 Subject-Error-Line.
           02 Filler                pic x(9) value spaces.
           02 Filler                pic x(28) value
                               "*** subject not processed - ".
           02 sj-error-out          pic x(40).
           02 Filler                pic x(83) value spaces.

       01 Comps-Col-Headers.
           02 Filler                pic x(4) value "Rank".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(27) value "Property-Address".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value "City".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Sold".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(10) value "Sale-Price".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "Beds".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(5) value "Baths".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(5) value "Sq-Ft".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Type".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value "  Dist".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(9) value "  $/Sq-Ft".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "Note".

       01 Comps-Detail-Line.
           02 cp-rank-out           pic zzz9.
           02 Filler                pic x(2) value spaces.
           02 cp-address-out        pic x(27).
           02 Filler                pic x(2) value spaces.
           02 cp-city-out           pic x(15).
           02 Filler                pic x(2) value spaces.
           02 cp-date-out           pic 9(8).
           02 Filler                pic x(2) value spaces.
           02 cp-price-out          pic $z,zzz,zz9.
           02 Filler                pic x(5) value spaces.
           02 cp-beds-out           pic 9.
           02 Filler                pic x(6) value spaces.
           02 cp-baths-out          pic 9.
           02 Filler                pic x(3) value spaces.
           02 cp-sqft-out           pic zzzz9.
           02 Filler                pic x(2) value spaces.
           02 cp-type-out           pic x(8).
           02 Filler                pic x(2) value spaces.
           02 cp-dist-out           pic zz9.99.
           02 Filler                pic x(2) value spaces.
           02 cp-psf-out            pic $$,$$9.99.
           02 Filler                pic x(2) value spaces.
           02 cp-note-out           pic x(4).

       01 Comps-Summary-Line.
           02 Filler                pic x(9) value spaces.
           02 cs-label-out          pic x(24).
           02 cs-low-out            pic $$$,$$$,$$9.99.
           02 Filler                pic x(4) value spaces.
           02 cs-mid-label-out      pic x(8).
           02 cs-mid-out            pic $$$,$$$,$$9.99.
           02 Filler                pic x(4) value spaces.
           02 cs-high-label-out     pic x(5).
           02 cs-high-out           pic $$$,$$$,$$9.99.
           02 Filler                pic x(64) value spaces.

       01 Comps-Count-Line.
           02 Filler                pic x(9) value spaces.
           02 Filler                pic x(24) value
                                       "Comparables shown:".
           02 cc-shown-out          pic zzz9.
           02 Filler                pic x(4) value " of ".
           02 cc-qualified-out      pic zzzzz9.
           02 Filler                pic x(11) value " qualifying".
           02 Filler                pic x(102) value spaces.

       01 Comps-None-Line.
           02 Filler                pic x(9) value spaces.
           02 Filler                pic x(50) value
                  "No qualifying sales - widen the radius, months or".
           02 Filler                pic x(11) value " tolerances".
           02 Filler                pic x(90) value spaces.

       01 Comps-Note-Line.
           02 Filler                pic x(9) value spaces.
           02 Filler                pic x(46) value
             "Note P - attributes from the property master, ".
           02 Filler                pic x(26) value
             "not recorded with the sale".
           02 Filler                pic x(79) value spaces.

       01 Comps-Trailer-Line.
           02 cp-trail-label        pic x(32) value spaces.
           02 cp-trail-count        pic zzzzzz9.
           02 Filler                pic x(121) value spaces.

       01 eof-request-flag           pic x value "N".
       01 eof-master-flag            pic x value "N".
       01 eof-archive-flag           pic x value "N".
       01 Request-Status             pic xx value "00".
       01 Master-Status              pic xx value "00".
       01 Archive-Status             pic xx value "00".
       01 Property-Status            pic xx value "00".
       01 Property-Available-Flag    pic x value "N".
          88 Property-Available      value "Y".

       *>*****************Address Standardization***********
       *>The request address is printed as given, but looked up
       *>under the same standardized spelling the master and the
       *>property master are keyed on.
       01 Addrstd-Parameters.
           02 Addrstd-Address-In      pic x(27).
           02 Addrstd-Address-Out     pic x(27).
       *>*****************Address Standardization***********

       *>*****************Subjects**************************
       *>Every subject on the request file, with its search limits
       *>and the closest qualifying sales found for it so far,
       *>nearest first.  The sales files are read once for the
       *>whole batch.
       01 Subject-Count              pic 999 value 0.
       01 Subject-Overflow-Flag      pic x value "N".
       01 Subject-Entry occurs 100 times.
           02 Subj-Id                pic x(8).
           02 Subj-Address           pic x(27).
           02 Subj-Key-Address       pic x(27).
           02 Subj-Latitude          pic 9(8).
           02 Subj-Longitude         pic 9(9).
           02 Subj-Bedrooms          pic 9.
           02 Subj-Sq-Ft             pic 9(4).
           02 Subj-Radius            pic 9(2)V99.
           02 Subj-Months-Back       pic 9(3).
           02 Subj-Bed-Tolerance     pic 9.
           02 Subj-Sqft-Tolerance    pic 9(3).
           02 Subj-Max-Comps         pic 99.
           02 Subj-Cutoff-Date       pic 9(8).
           02 Subj-Cos-Latitude      pic 9V9(8).
           02 Subj-Error             pic x(40).
              88 Subj-Valid          value spaces.
           02 Subj-Qualified-Count   pic 9(6).
           02 Subj-Comp-Count        pic 99.
           02 Subj-Comp occurs 25 times.
              03 Comp-Distance       pic 9(3)V99.
              03 Comp-Address        pic x(27).
              03 Comp-City           pic x(15).
              03 Comp-Sale-Date      pic 9(8).
              03 Comp-Sale-Price     pic 9(6).
              03 Comp-Bedrooms       pic 9.
              03 Comp-Bathrooms      pic 9.
              03 Comp-Sq-Ft          pic 9(4).
              03 Comp-Type           pic x(8).
              03 Comp-Attr-Source    pic x.
              03 Comp-Orig-Address   pic x(27).
       01 subj-sub                   pic 999 value 0.
       01 comp-sub                   pic 99 value 0.
       01 shift-sub                  pic 99 value 0.
       01 insert-sub                 pic 99 value 0.
       *>*****************Subjects**************************

       *>*****************Sale Being Judged******************
       *>The live master and the archive are judged through this
       *>one work area.
       01 Sale-Work.
           02 Work-Address           pic x(27).
           02 Work-Sale-Date         pic 9(8).
           02 Work-City              pic x(15).
           02 Work-Sale-Price        pic 9(6).
           02 Work-Attributes.
              03 Work-Zip            pic 9(5).
              03 Work-State          pic x(2).
              03 Work-Bedrooms       pic 9.
              03 Work-Bathrooms      pic 9.
              03 Work-Sq-Ft          pic 9(4).
              03 Work-Type           pic x(8).
              03 Work-Latitude       pic 9(8).
              03 Work-Longitude      pic 9(9).
              03 Work-Attr-Source    pic x.
                 88 Work-Attr-Missing value space.
           02 Work-Orig-Address      pic x(27).
       01 Work-Usable-Flag           pic x value "N".
          88 Work-Usable             value "Y".
       01 Sale-Fits-Flag             pic x value "N".
          88 Sale-Fits               value "Y".
       *>Latitude is held to five decimal places of a degree and
       *>longitude to six; the distance is the flat-earth
       *>(equirectangular) approximation, which is well inside a
       *>comps radius of a few miles.
       01 Miles-Per-Degree           pic 9(2)V99 value 69.05.
       01 Delta-Lat-Miles            pic s9(5)V9(6) value 0.
       01 Delta-Long-Miles           pic s9(5)V9(6) value 0.
       01 Distance-Work              pic 9(5)V9(4) value 0.
       01 Bed-Difference             pic s9 value 0.
       01 Sqft-Difference            pic s9(5) value 0.
       01 Sqft-Allowed               pic 9(7) value 0.
       *>*****************Sale Being Judged******************

       *>*****************Subject Summary********************
       01 Psf-Work                   pic 9(5)V99 value 0.
       01 Psf-Low                    pic 9(5)V99 value 0.
       01 Psf-High                   pic 9(5)V99 value 0.
       01 Psf-Sum                    pic 9(7)V99 value 0.
       01 Psf-Average                pic 9(5)V99 value 0.
       01 Value-Low                  pic 9(9)V99 value 0.
       01 Value-Average              pic 9(9)V99 value 0.
       01 Value-High                 pic 9(9)V99 value 0.
       01 Property-Note-Flag         pic x value "N".
       *>*****************Subject Summary********************

       01 Comps-Counters.
           02 Request-Read-Count     pic 9(5) value 0.
           02 Subject-Valid-Count    pic 9(5) value 0.
           02 Subject-Error-Count    pic 9(5) value 0.
           02 Sales-Read-Count       pic 9(7) value 0.
           02 Sales-No-Attr-Count    pic 9(7) value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic loads and settles every subject, reads the
           *>master (and archive) once judging each sale against
           *>every subject, then prints each subject's comparables.

           Perform 0100-Get-Run-Parameters.
           Move Function Current-Date to WS-Current-Date-Fields.
           if No-As-Of-Date-Given
               Move WS-Current-Date-Fields(1:8) to Control-As-Of-Date
           end-if.
           if Control-As-Of-Date is not Numeric
               Display "COMPS: as-of date must be YYYYMMDD"
               Move 16 to Return-Code
               Stop Run
           end-if.
           Move Control-As-Of-Date to As-Of-Date.

           Open Input Property-File.
           if Property-Status = "00"
               Move "Y" to Property-Available-Flag
           else
               Display "COMPS: property master unavailable -"
               Display "       subjects must give their own location"
           end-if.

           Perform 1000-Load-Subjects.
           if Subject-Valid-Count > 0
               Perform 2000-Scan-Master
               if not No-Archive-Given
                   Perform 2100-Scan-Archive
               end-if
           end-if.

           if Property-Available
               Close Property-File
           end-if.
           Open Output Report-File.
           Move As-Of-Date to hdr-as-of-out.
           Write Report-Print from Comps-Header.
           Write Report-Print from " ".
           Move 1 to subj-sub.
           Perform 3000-Write-Subject until subj-sub > Subject-Count.
           Perform 3900-Write-Report-Trailer.
           Close Report-File.
           if Subject-Error-Count > 0
               Move 4 to Return-Code
           end-if.
           Stop Run.

       0100-Get-Run-Parameters.
           *>The request and report file names, the as-of date the
           *>months back are counted from, and an optional archive
           *>are taken from the command line.  Missing parameters
           *>fall back to compsreq.dat, comps.dat and today.
           Display 1 upon Argument-Number.
           Accept Control-Request-Filename from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-As-Of-Date from Argument-Value
               on exception continue.
           Display 4 upon Argument-Number.
           Accept Control-Archive-Filename from Argument-Value
               on exception continue.

       1000-Load-Subjects.
           Open Input Request-File.
           if Request-Status not = "00"
               Display "COMPS: cannot open request file - status "
                       Request-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Perform 1100-Load-Subject-Record until
                   eof-request-flag = "Y".
           Close Request-File.

       1100-Load-Subject-Record.
           Read Request-File at end move "Y" to eof-request-flag.
           if eof-request-flag = "N" and Request-Rec(1:1) not = "*"
              and Request-Rec not = spaces
               Add 1 to Request-Read-Count
               if Subject-Count > 99
                   if Subject-Overflow-Flag = "N"
                       Display "WARNING: Subject table capacity "
                               "exceeded - later subjects skipped"
                       Move "Y" to Subject-Overflow-Flag
                   end-if
               else
                   Add 1 to Subject-Count
                   Move Subject-Count to subj-sub
                   Initialize Subject-Entry(subj-sub)
                   Perform 1200-Settle-Subject
                   if Subj-Valid(subj-sub)
                       Add 1 to Subject-Valid-Count
                   else
                       Add 1 to Subject-Error-Count
                   end-if
               end-if
           end-if.

       1200-Settle-Subject.
           *>What the request gives wins; what it leaves blank is
           *>taken from the property master when the address is on
           *>it, and the search limits from the defaults.
           Move Req-Subject-Id to Subj-Id(subj-sub).
           Move Req-Address to Subj-Address(subj-sub).
           Move Req-Address to Addrstd-Address-In.
           Call "ADDRSTD" using Addrstd-Parameters.
           Move Addrstd-Address-Out to Subj-Key-Address(subj-sub).
           Move spaces to Subj-Error(subj-sub).
           if Req-Address not = spaces and Property-Available
               Move Subj-Key-Address(subj-sub) to Prop-Address
               Read Property-File
                   invalid key
                       Continue
                   not invalid key
                       Move Prop-Latitude to Subj-Latitude(subj-sub)
                       Move Prop-Longitude to
                            Subj-Longitude(subj-sub)
                       Move Prop-Bedrooms to Subj-Bedrooms(subj-sub)
                       Move Prop-Sq-Ft to Subj-Sq-Ft(subj-sub)
               end-read
           end-if.
           if Req-Latitude is Numeric and Req-Longitude is Numeric
              and Req-Latitude > 0 and Req-Longitude > 0
               Move Req-Latitude to Subj-Latitude(subj-sub)
               Move Req-Longitude to Subj-Longitude(subj-sub)
           end-if.
           if Req-Bedrooms is Numeric
               Move Req-Bedrooms to Subj-Bedrooms(subj-sub)
           end-if.
           if Req-Sq-Ft is Numeric and Req-Sq-Ft > 0
               Move Req-Sq-Ft to Subj-Sq-Ft(subj-sub)
           end-if.

           Move Default-Radius to Subj-Radius(subj-sub).
           if Req-Radius is Numeric and Req-Radius > 0
               Move Req-Radius to Subj-Radius(subj-sub)
           end-if.
           Move Default-Months-Back to Subj-Months-Back(subj-sub).
           if Req-Months-Back is Numeric and Req-Months-Back > 0
               Move Req-Months-Back to Subj-Months-Back(subj-sub)
           end-if.
           Move Default-Bed-Tolerance to
                Subj-Bed-Tolerance(subj-sub).
           if Req-Bed-Tolerance is Numeric
               Move Req-Bed-Tolerance to Subj-Bed-Tolerance(subj-sub)
           end-if.
           Move Default-Sqft-Tolerance to
                Subj-Sqft-Tolerance(subj-sub).
           if Req-Sqft-Tolerance is Numeric
               Move Req-Sqft-Tolerance to
                    Subj-Sqft-Tolerance(subj-sub)
           end-if.
           Move Default-Max-Comps to Subj-Max-Comps(subj-sub).
           if Req-Max-Comps is Numeric and Req-Max-Comps > 0
               Move Req-Max-Comps to Subj-Max-Comps(subj-sub)
           end-if.
           if Subj-Max-Comps(subj-sub) > 25
               Move 25 to Subj-Max-Comps(subj-sub)
           end-if.

           *>Sold on or after the same day of the month the given
           *>number of months before the as-of date.
           Compute Cutoff-Month-Index = As-Of-Year * 12 + As-Of-Mm
                   - 1 - Subj-Months-Back(subj-sub).
           if Cutoff-Month-Index < 0
               Move 0 to Cutoff-Month-Index
           end-if.
           Divide Cutoff-Month-Index by 12 giving Cutoff-Year-Work
                   remainder Cutoff-Mm-Work.
           Add 1 to Cutoff-Mm-Work.
           Move As-Of-Dd to Cutoff-Dd-Work.
           Move Cutoff-Date-Work to Subj-Cutoff-Date(subj-sub).

           Evaluate True
               When Subj-Latitude(subj-sub) = 0 or
                    Subj-Longitude(subj-sub) = 0
                   Move "no location - not on property master"
                        to Subj-Error(subj-sub)
               When Subj-Sq-Ft(subj-sub) = 0
                   Move "subject square feet not known"
                        to Subj-Error(subj-sub)
               When Other
                   Compute Subj-Cos-Latitude(subj-sub) rounded =
                       Function Cos(Subj-Latitude(subj-sub) /
                                    100000 * Function Pi / 180)
           End-Evaluate.

       2000-Scan-Master.
           *>A missing master is warned about, not fatal - the
           *>archive, when given, can still be searched.
           Open Input Sales-History-File.
           if Master-Status not = "00"
               Display "COMPS: sales-history master unavailable -"
               Display "       status " Master-Status
               Move "Y" to eof-master-flag
           else
               Move low-values to Master-Key
               Start Sales-History-File key not < Master-Key
                   invalid key Move "Y" to eof-master-flag
               end-start
           end-if.
           Perform 2010-Scan-Master-Record until
                   eof-master-flag = "Y".
           if Master-Status = "00" or Master-Status = "10"
               Close Sales-History-File
           end-if.

       2010-Scan-Master-Record.
           Read Sales-History-File next record
               at end Move "Y" to eof-master-flag
               not at end
                   Move Master-Address to Work-Address
                   Move Master-Sale-Date to Work-Sale-Date
                   Move Master-City to Work-City
                   Move Master-Sale-Price to Work-Sale-Price
                   Move Master-Attributes to Work-Attributes
                   Move Master-Orig-Address to Work-Orig-Address
                   Perform 2200-Judge-Sale
           end-read.

       2100-Scan-Archive.
           Open Input Archive-File.
           if Archive-Status not = "00"
               Display "COMPS: archive file unavailable -"
               Display "       status " Archive-Status
               Move "Y" to eof-archive-flag
           end-if.
           Perform 2110-Scan-Archive-Record until
                   eof-archive-flag = "Y".
           if Archive-Status = "00" or Archive-Status = "10"
               Close Archive-File
           end-if.

       2110-Scan-Archive-Record.
           Read Archive-File
               at end Move "Y" to eof-archive-flag
               not at end
                   Move Archive-Rec to Sale-Work
                   Perform 2200-Judge-Sale
           end-read.

       2200-Judge-Sale.
           *>A sale with no attributes, no location or no square
           *>feet cannot be compared and is passed over.
           Add 1 to Sales-Read-Count.
           Move "N" to Work-Usable-Flag.
           if not Work-Attr-Missing and
              Work-Latitude is Numeric and Work-Longitude is Numeric
              and Work-Sq-Ft is Numeric and Work-Bedrooms is Numeric
              and Work-Bathrooms is Numeric
               if Work-Latitude > 0 and Work-Longitude > 0 and
                  Work-Sq-Ft > 0
                   Move "Y" to Work-Usable-Flag
               end-if
           end-if.
           if Work-Usable
               Move 1 to subj-sub
               Perform 2300-Judge-For-Subject until
                       subj-sub > Subject-Count
           else
               Add 1 to Sales-No-Attr-Count
           end-if.

       2300-Judge-For-Subject.
           if Subj-Valid(subj-sub)
               Perform 2310-Test-Sale
               if Sale-Fits
                   Add 1 to Subj-Qualified-Count(subj-sub)
                   Perform 2400-Keep-Comparable
               end-if
           end-if.
           Add 1 to subj-sub.

       2310-Test-Sale.
           *>Each test is only made while the sale still fits; the
           *>distance, the dearest to work out, comes last.
           Move "Y" to Sale-Fits-Flag.
           if Work-Sale-Date < Subj-Cutoff-Date(subj-sub) or
              Work-Sale-Date > As-Of-Date or
              Work-Address = Subj-Key-Address(subj-sub)
               Move "N" to Sale-Fits-Flag
           end-if.
           if Sale-Fits
               Compute Bed-Difference =
                       Work-Bedrooms - Subj-Bedrooms(subj-sub)
               if Bed-Difference < 0
                   Compute Bed-Difference = 0 - Bed-Difference
               end-if
               if Bed-Difference > Subj-Bed-Tolerance(subj-sub)
                   Move "N" to Sale-Fits-Flag
               end-if
           end-if.
           if Sale-Fits
               Compute Sqft-Difference =
                       Work-Sq-Ft - Subj-Sq-Ft(subj-sub)
               if Sqft-Difference < 0
                   Compute Sqft-Difference = 0 - Sqft-Difference
               end-if
               Compute Sqft-Allowed = Subj-Sq-Ft(subj-sub) *
                       Subj-Sqft-Tolerance(subj-sub)
               if Sqft-Difference * 100 > Sqft-Allowed
                   Move "N" to Sale-Fits-Flag
               end-if
           end-if.
           if Sale-Fits
               Compute Delta-Lat-Miles =
                       (Work-Latitude - Subj-Latitude(subj-sub))
                       / 100000 * Miles-Per-Degree
               Compute Delta-Long-Miles =
                       (Work-Longitude - Subj-Longitude(subj-sub))
                       / 1000000 * Miles-Per-Degree
                       * Subj-Cos-Latitude(subj-sub)
               Compute Distance-Work rounded = Function Sqrt(
                       Delta-Lat-Miles * Delta-Lat-Miles +
                       Delta-Long-Miles * Delta-Long-Miles)
               if Distance-Work > Subj-Radius(subj-sub)
                   Move "N" to Sale-Fits-Flag
               end-if
           end-if.

       2400-Keep-Comparable.
           *>The subject's list stays nearest first; a sale farther
           *>than every kept one is only added while the list has
           *>room, and the farthest drops off a full list.
           Move 1 to insert-sub.
           Perform 2410-Find-Insert-Step until
                   insert-sub > Subj-Comp-Count(subj-sub) or
                   Comp-Distance(subj-sub, insert-sub) >
                   Distance-Work.
           if insert-sub > Subj-Max-Comps(subj-sub)
               Continue
           else
               if Subj-Comp-Count(subj-sub) <
                  Subj-Max-Comps(subj-sub)
                   Add 1 to Subj-Comp-Count(subj-sub)
               end-if
               Move Subj-Comp-Count(subj-sub) to shift-sub
               Perform 2420-Shift-Comparable until
                       shift-sub not > insert-sub
               Move Distance-Work to
                    Comp-Distance(subj-sub, insert-sub)
               Move Work-Address to
                    Comp-Address(subj-sub, insert-sub)
               Move Work-City to Comp-City(subj-sub, insert-sub)
               Move Work-Sale-Date to
                    Comp-Sale-Date(subj-sub, insert-sub)
               Move Work-Sale-Price to
                    Comp-Sale-Price(subj-sub, insert-sub)
               Move Work-Bedrooms to
                    Comp-Bedrooms(subj-sub, insert-sub)
               Move Work-Bathrooms to
                    Comp-Bathrooms(subj-sub, insert-sub)
               Move Work-Sq-Ft to Comp-Sq-Ft(subj-sub, insert-sub)
               Move Work-Type to Comp-Type(subj-sub, insert-sub)
               Move Work-Attr-Source to
                    Comp-Attr-Source(subj-sub, insert-sub)
               Move Work-Orig-Address to
                    Comp-Orig-Address(subj-sub, insert-sub)
           end-if.

       2410-Find-Insert-Step.
           Add 1 to insert-sub.

       2420-Shift-Comparable.
           Move Subj-Comp(subj-sub, shift-sub - 1) to
                Subj-Comp(subj-sub, shift-sub).
           Subtract 1 from shift-sub.

       3000-Write-Subject.
           Move Subj-Id(subj-sub) to sj-id-out.
           Move Subj-Address(subj-sub) to sj-address-out.
           Compute sj-lat-out = Subj-Latitude(subj-sub) / 100000.
           Compute sj-long-out = Subj-Longitude(subj-sub) / 1000000.
           Write Report-Print from Subject-Line-1.
           if not Subj-Valid(subj-sub)
               Move Subj-Error(subj-sub) to sj-error-out
               Write Report-Print from Subject-Error-Line
           else
               Move Subj-Bedrooms(subj-sub) to sj-beds-out
               Move Subj-Sq-Ft(subj-sub) to sj-sqft-out
               Move Subj-Radius(subj-sub) to sj-radius-out
               Move Subj-Cutoff-Date(subj-sub) to sj-cutoff-out
               Move Subj-Bed-Tolerance(subj-sub) to sj-bed-tol-out
               Move Subj-Sqft-Tolerance(subj-sub) to sj-sqft-tol-out
               Write Report-Print from Subject-Line-2
               Write Report-Print from " "
               if Subj-Comp-Count(subj-sub) = 0
                   Write Report-Print from Comps-None-Line
               else
                   Perform 3100-Write-Comparables
               end-if
           end-if.
           Write Report-Print from " ".
           Write Report-Print from " ".
           Add 1 to subj-sub.

       3100-Write-Comparables.
           Write Report-Print from Comps-Col-Headers.
           Move 0 to Psf-Low Psf-High Psf-Sum.
           Move "N" to Property-Note-Flag.
           Move 1 to comp-sub.
           Perform 3110-Write-Comparable-Line until
                   comp-sub > Subj-Comp-Count(subj-sub).
           Write Report-Print from " ".
           Move Subj-Comp-Count(subj-sub) to cc-shown-out.
           Move Subj-Qualified-Count(subj-sub) to cc-qualified-out.
           Write Report-Print from Comps-Count-Line.

           *>The indicated value is the subject's square feet at
           *>the lowest, average and highest price per square foot
           *>among the comparables shown.
           Compute Psf-Average rounded =
                   Psf-Sum / Subj-Comp-Count(subj-sub).
           Move "Price per sq ft:  low" to cs-label-out.
           Move Psf-Low to cs-low-out.
           Move "average" to cs-mid-label-out.
           Move Psf-Average to cs-mid-out.
           Move "high" to cs-high-label-out.
           Move Psf-High to cs-high-out.
           Write Report-Print from Comps-Summary-Line.
           Compute Value-Low = Psf-Low * Subj-Sq-Ft(subj-sub).
           Compute Value-Average =
                   Psf-Average * Subj-Sq-Ft(subj-sub).
           Compute Value-High = Psf-High * Subj-Sq-Ft(subj-sub).
           Move "Indicated value:  low" to cs-label-out.
           Move Value-Low to cs-low-out.
           Move Value-Average to cs-mid-out.
           Move Value-High to cs-high-out.
           Write Report-Print from Comps-Summary-Line.
           if Property-Note-Flag = "Y"
               Write Report-Print from Comps-Note-Line
           end-if.

       3110-Write-Comparable-Line.
           Compute Psf-Work rounded =
                   Comp-Sale-Price(subj-sub, comp-sub) /
                   Comp-Sq-Ft(subj-sub, comp-sub).
           Add Psf-Work to Psf-Sum.
           if comp-sub = 1 or Psf-Work < Psf-Low
               Move Psf-Work to Psf-Low
           end-if.
           if Psf-Work > Psf-High
               Move Psf-Work to Psf-High
           end-if.
           Move comp-sub to cp-rank-out.
           *>A comparable is printed as it was received; one
           *>posted before that was kept prints its key address.
           if Comp-Orig-Address(subj-sub, comp-sub) = spaces
               Move Comp-Address(subj-sub, comp-sub) to
                    cp-address-out
           else
               Move Comp-Orig-Address(subj-sub, comp-sub) to
                    cp-address-out
           end-if.
           Move Comp-City(subj-sub, comp-sub) to cp-city-out.
           Move Comp-Sale-Date(subj-sub, comp-sub) to cp-date-out.
           Move Comp-Sale-Price(subj-sub, comp-sub) to cp-price-out.
           Move Comp-Bedrooms(subj-sub, comp-sub) to cp-beds-out.
           Move Comp-Bathrooms(subj-sub, comp-sub) to cp-baths-out.
           Move Comp-Sq-Ft(subj-sub, comp-sub) to cp-sqft-out.
           Move Comp-Type(subj-sub, comp-sub) to cp-type-out.
           Move Comp-Distance(subj-sub, comp-sub) to cp-dist-out.
           Move Psf-Work to cp-psf-out.
           if Comp-Attr-Source(subj-sub, comp-sub) = "P"
               Move "P" to cp-note-out
               Move "Y" to Property-Note-Flag
           else
               Move spaces to cp-note-out
           end-if.
           Write Report-Print from Comps-Detail-Line.
           Add 1 to comp-sub.

       3900-Write-Report-Trailer.
           Move "Subjects requested:" to cp-trail-label.
           Move Request-Read-Count to cp-trail-count.
           Write Report-Print from Comps-Trailer-Line.
           Move "Subjects processed:" to cp-trail-label.
           Move Subject-Valid-Count to cp-trail-count.
           Write Report-Print from Comps-Trailer-Line.
           Move "Subjects not processed:" to cp-trail-label.
           Move Subject-Error-Count to cp-trail-count.
           Write Report-Print from Comps-Trailer-Line.
           Move "Sales read:" to cp-trail-label.
           Move Sales-Read-Count to cp-trail-count.
           Write Report-Print from Comps-Trailer-Line.
           Move "Sales without attributes:" to cp-trail-label.
           Move Sales-No-Attr-Count to cp-trail-count.
           Write Report-Print from Comps-Trailer-Line.
