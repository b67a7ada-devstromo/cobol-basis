      *> One product or service on the indexed item-catalog.dat,
      *> keyed by item code. Invoice entry prices each line from the
      *> unit price here and copies the description, taxable flag
      *> and revenue account onto the invoice line, so a later price
      *> or account change never rewrites an invoice already billed.
      *> The revenue account must be a type R account on the chart of
      *> accounts; the receivables journal credits the item's sales
      *> there. The price is packed decimal (COMP-3) per shop policy.
       01  ITEM-CATALOG-RECORD.
           05 ITM-ITEM-CODE       PIC X(8).
           05 ITM-DESCRIPTION     PIC X(30).
           05 ITM-UNIT-PRICE      PIC 9(5)V99 COMP-3.
           05 ITM-TAXABLE-FLAG    PIC X.
              88 ITM-TAXABLE     VALUE "Y".
              88 ITM-NOT-TAXABLE VALUE "N".
           05 ITM-REVENUE-ACCOUNT PIC X(8).
