      *> Shared layout for DelivZone.dat -- the delivery-zone table kept by
      *> ZONEMNT. Each line is one range of addresses belonging to a zone:
      *> a postcode range, or a street (optionally limited to a run of
      *> house numbers). Every line of a zone carries the zone's terms.
       01 DelivZoneData.
           02 DZ-ZoneID PIC X(4).
           02 DZ-ZoneName PIC X(20).
           02 DZ-RangeType PIC X(1). *> P = postcode range, S = street
           02 DZ-PostFrom PIC X(8). *> P: lowest postcode in the range
           02 DZ-PostTo PIC X(8). *> P: highest postcode in the range
           02 DZ-Street PIC X(20). *> S: street name as it is written in addresses
           02 DZ-NumFrom PIC 9(5). *> S: first house number, zero with DZ-NumTo zero = the whole street
           02 DZ-NumTo PIC 9(5).
           02 DZ-Fee PIC 9(3)V99. *> delivery fee charged as its own line
           02 DZ-MinOrder PIC 9(5)V99. *> smallest order (before tax) delivered to the zone
           02 DZ-QuoteMins PIC 9(3). *> delivery time quoted to the customer, in minutes
