       *>Modification History:
       *>  Initial version, alongside SALEHINQ's archive-file
       *>  parameter.
       *>  Master and archive layouts carry each sale's physical
       *>  attributes, which are archived with the sale.
       *>  The sale's address as received is archived alongside
       *>  the standardized key address.
       Identification Division.
       Program-ID. SALEPURG.
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

       *>The archive carries the master layout unchanged, one record
       *>per line, so SALEHINQ can read an archived year the same way
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

       FD Recon-File.
       01 Recon-Print                 pic x(120) value spaces.
           Move Master-Sale-Date to Arch-Sale-Date.
           Move Master-City to Arch-City.
           Move Master-Sale-Price to Arch-Sale-Price.
           Move Master-Attributes to Arch-Attributes.
           Move Master-Orig-Address to Arch-Orig-Address.
           Write Archive-Rec.
           Delete Sales-History-File record
               invalid key
