         02 CreditLimit PIC 9(5). *> house-account ceiling for the HOUSE tender; zero (and older records) = no house account
         02 DelivAddr PIC X(30). *> street address for our own phone-order deliveries, spaces when never captured
         02 DelivNote PIC X(20). *> gate code / "ring twice" note for the driver
         02 ConsentEmail PIC X(1). *> Y = agreed to marketing by email; N or space (older records) = not opted in
         02 ConsentSMS PIC X(1). *> Y = agreed to marketing by text message
         02 ConsentPost PIC X(1). *> Y = agreed to marketing by post
         02 ConsentDate PIC 9(8). *> CCYYMMDD the answers were given, zero when never asked
