      *                  REPLACING ==FC-FORN-ID==  BY ==FT-FORN-ID==.
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  Added the overseas payment details - SWIFT/BIC,
      *                 IBAN or foreign account number, beneficiary
      *                 address and country, and the intermediary
      *                 bank's SWIFT - used by the international wire
      *                 file for payments in a currency other than BRL
      *                 (spaces on domestic-only vendors).
      * 15/10/2026 RFS  Added the date the vendor was registered -
      *                 stamped by PROGFORN on insert and kept on
      *                 every change (zeros on legacy records, read
      *                 as registered long ago), so the payment
      *                 anomaly screen can tell a new vendor's first
      *                 payment apart.
      * 02/09/2026 RFS  Added the company code - the legal entity the
      *                 vendor belongs to (zeros on legacy records
      *                 read as company 01), so a payment can be
           88  FC-FORN-ATIVO         VALUE 'S'.
           88  FC-FORN-INATIVO       VALUE 'N'.
       05  FC-EMPRESA                PIC 9(02).
       05  FC-DATA-CADASTRO          PIC 9(08).
       05  FC-SWIFT-BIC              PIC X(11).
       05  FC-CONTA-EXTERIOR         PIC X(34).
       05  FC-ENDERECO-BENEF         PIC X(60).
       05  FC-PAIS-BENEF             PIC X(02).
       05  FC-SWIFT-INTERM           PIC X(11).
