      * PRODCFG RECORD LAYOUT - THE PRODUCT CATALOGUE. ONE ROW PER
      * CARD PRODUCT HOLDING EVERYTHING THAT PRICES AN ACCOUNT ON IT,
      * NAMED BY PRODUCT-CODE ON ACCTFILE AND MAINTAINED (STAGED FOR
      * APPROVAL, AS IT MOVES MONEY) IN DCI8DPGG AS FILE 'D'. READ BY
      * DCI8BINT (RATE), DCI8BSTM (MINIMUM PAYMENT), DCI8DPGE AND
      * DCI8BCRV (LIMIT RANGE), DCI8BANF AND DCI8BLTF (FEES). AN
      * ACCOUNT WITH NO PRODUCT, OR A PRODUCT NOT ON FILE, FALLS BACK
      * TO THE STATUS RULES (RATECFG, THE DCI8BSTM CARD, CRLIMCFG,
      * FEECFG). A ZERO FEE ON THE ROW ALSO MEANS USE FEECFG. THE
      * LIMIT RANGE IS IN WHOLE POUNDS, SO THE ROW FITS THE 40-BYTE
      * CFGPEND AND CFGHIST IMAGES
      * PRIME KEY - PD-CODE
       01  PRODCFG-REC.
           05  PD-CODE                PIC X(04).
           05  PD-ANNUAL-RATE         PIC 9(02)V99.
           05  PD-MINPAY-PCT          PIC 9(03).
           05  PD-MINPAY-FLOOR        PIC 9(04)V99.
           05  PD-CRLIM-MIN           PIC 9(06).
           05  PD-CRLIM-MAX           PIC 9(06).
           05  PD-ANNUAL-FEE          PIC 9(04)V99.
           05  PD-LATE-FEE            PIC 9(03)V99.

       77  PRODCFG-LEN                PIC S9(4) COMP VALUE +40.
