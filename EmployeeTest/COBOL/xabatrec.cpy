000114     03 XABATIN-JOBTITLE      PIC X(30).
000116     03 XABATIN-HIREDATE      PIC X(10).
000118     03 XABATIN-PAYGRADE      PIC X(02).
000119*    DELETE: termination date (blank for today) and leaving reason
000120*    from XaTermReason, required on a DELETE. REHIRE uses the
000121*    detail fields above, HIREDATE being the new hire date
000122     03 XABATIN-TERMDATE      PIC X(10).
000123     03 XABATIN-TERMREASON    PIC X(04).
000124*    Batch header record, first on the file, FUNCTION = HEADER
000130 01  XABATIN-HEADER.
000140     03 XABATHDR-RECTYPE      PIC X(08).
000150     03 XABATHDR-ORIGIN       PIC X(08).
000160     03 XABATHDR-CREDATE      PIC X(10).
000163*    A resubmission batch from XASUS01 names the batch its
000166*    transactions were suspended from; blank on other batches
000169     03 XABATHDR-PAR-ORIGIN   PIC X(08).
000172     03 XABATHDR-PAR-CREDATE  PIC X(10).
000175     03 FILLER                PIC X(111).
000180*    Batch trailer record, last on the file, FUNCTION = TRAILER
000190 01  XABATIN-TRAILER.
000200     03 XABATTRL-RECTYPE      PIC X(08).
000210     03 XABATTRL-COUNT        PIC 9(09).
000220     03 FILLER                PIC X(138).
