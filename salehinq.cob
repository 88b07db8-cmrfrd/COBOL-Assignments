       *>  Optional archive-file parameter added so the years
       *>  SALEPURG has rolled out of the live master stay
       *>  answerable from the same inquiry.
       *>  Master and archive layouts widened to carry each sale's
       *>  physical attributes.
       *>  ADDR inquiries standardized through ADDRSTD, so any
       *>  spelling of an address finds its sales; the address
       *>  each sale was received under is the one printed.
       Identification Division.
       Program-ID. SALEHINQ.
       Environment Division.
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
       *>record per line, so an archived sale answers an inquiry
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

       FD Report-File.
       01 Report-Print                pic x(160) value spaces.
                               "No master records matched the inquiry".
           02 Filler                pic x(123) value spaces.

       *>*****************Address Standardization***********
       *>An ADDR key is matched under the standardized spelling the
       *>master is keyed on, however the inquirer typed it.
       01 Addrstd-Parameters.
           02 Addrstd-Address-In      pic x(27).
           02 Addrstd-Address-Out     pic x(27).
       01 Query-Key-Address          pic x(27) value spaces.
       *>*****************Address Standardization***********

       01 eof-master-flag            pic x value "N".
       01 eof-archive-flag           pic x value "N".
       01 Master-Status              pic xx value "00".
           02 Work-Sale-Date         pic 9(8).
           02 Work-City              pic x(15).
           02 Work-Sale-Price        pic 9(6).
           02 Work-Print-Address     pic x(27).

       *>*****************CSV Output Mode*****************
       *>The CSV price column is written without a thousands
           if Control-To-Date is not Numeric
               Move "99999999" to Control-To-Date
           end-if.
           if Addr-Query
               Move Control-Query-Key to Addrstd-Address-In
               Call "ADDRSTD" using Addrstd-Parameters
               Move Addrstd-Address-Out to Query-Key-Address
           end-if.

       1000-Write-Report-Header.
           Move Function Current-Date to WS-Current-Date-Fields.
                   Move Master-Sale-Date to Work-Sale-Date
                   Move Master-City to Work-City
                   Move Master-Sale-Price to Work-Sale-Price
                   Move Master-Orig-Address to Work-Print-Address
                   Perform 2100-Select-Record
                   if Record-Selected
                       Perform 2200-Write-Selected-Record
                   Move Arch-Sale-Date to Work-Sale-Date
                   Move Arch-City to Work-City
                   Move Arch-Sale-Price to Work-Sale-Price
                   Move Arch-Orig-Address to Work-Print-Address
                   Perform 2100-Select-Record
                   if Record-Selected
                       Perform 2200-Write-Selected-Record
           Move "N" to record-select-flag.
           Evaluate True
               When Addr-Query
                   if Work-Address = Query-Key-Address
                       Move "Y" to record-select-flag
                   end-if
               When City-Query
       2200-Write-Selected-Record.
           Add 1 to Selected-Count.
           Add Work-Sale-Price to Selected-Price-Sum.
           if Work-Print-Address = spaces
               Move Work-Address to Work-Print-Address
           end-if.
           if CSV-Mode
               Perform 2300-Write-CSV-Record
           else
               Move spaces to Inquiry-Detail-Line
               Move Work-Print-Address to inq-address-out
               Move Work-City to inq-city-out
               Move Work-Sale-Date to inq-date-out
               Move Work-Sale-Price to inq-price-out
           Move Work-Sale-Price to inq-price-csv-out.
           Move spaces to CSV-Output-Rec.
           String
               Function Trim(Work-Print-Address) Delimited by size
               "," Delimited by size
               Function Trim(Work-City) Delimited by size
               "," Delimited by size
