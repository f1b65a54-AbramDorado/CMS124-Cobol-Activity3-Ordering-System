           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CASHAPP ASSIGN TO 'cashapply.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASHAPP-STATUS.

           SELECT AGERPT ASSIGN TO 'agingreport.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMPRE-STATUS.

           SELECT CUSTV2 ASSIGN TO 'customer.v2'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSTV-ID
           FILE STATUS IS WS-CUSTV2-STATUS.

           SELECT PRDV2 ASSIGN TO 'product.v2'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRDV-ID
           FILE STATUS IS WS-PRDV2-STATUS.

           SELECT ORDLV2 ASSIGN TO 'orderline.v2'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDLV-KEY
           FILE STATUS IS WS-ORDLV2-STATUS.

           SELECT SUPV2 ASSIGN TO 'supplier.v2'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPV-ID
           FILE STATUS IS WS-SUPV2-STATUS.

           SELECT POV2 ASSIGN TO 'purchord.v2'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POV-ID
           FILE STATUS IS WS-POV2-STATUS.

           SELECT SMV2 ASSIGN TO 'stockmove.v2'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SMV2-STATUS.

           SELECT CMV2 ASSIGN TO 'creditmemo.v2'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMV2-STATUS.

           SELECT CUSTOLD ASSIGN TO 'customer.old'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOIDOLD-STATUS.

           SELECT INVVALRPT ASSIGN TO 'inventoryvaluation.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARGINRPT ASSIGN TO 'grossmargin.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNDOC ASSIGN TO 'dunning.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STKCOUNT ASSIGN TO 'stockcount.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STC-PRD-ID
           ALTERNATE RECORD KEY IS STC-LOC WITH DUPLICATES
           FILE STATUS IS WS-STKCOUNT-STATUS.

           SELECT CNTSHEET ASSIGN TO 'countsheet.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CNTVARRPT ASSIGN TO 'countvariance.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERCTL ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERCTL-STATUS.

           SELECT CLOSEBAL ASSIGN TO 'closebal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLB-KEY
           FILE STATUS IS WS-CLOSEBAL-STATUS.

           SELECT BALFWD ASSIGN TO 'balfwd.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BFW-KEY
           FILE STATUS IS WS-BALFWD-STATUS.

           SELECT PAYHIST ASSIGN TO 'payhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT CMHIST ASSIGN TO 'cmhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMHIST-STATUS.

           SELECT SMHIST ASSIGN TO 'smhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SMHIST-STATUS.

           SELECT SUPINV ASSIGN TO 'supinvoice.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SINV-KEY
           FILE STATUS IS WS-SUPINV-STATUS.

           SELECT SUPINVL ASSIGN TO 'supinvline.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SINVL-KEY
           FILE STATUS IS WS-SUPINVL-STATUS.

           SELECT PAYABLRPT ASSIGN TO 'payables.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTRACT ASSIGN TO 'contract.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-KEY
           FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CTREXPRPT ASSIGN TO 'contractexp.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEMHIST ASSIGN TO 'demandhist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DMH-KEY
           FILE STATUS IS WS-DEMHIST-STATUS.

           SELECT RORPROP ASSIGN TO 'reorderprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RORPROP-STATUS.

           SELECT RORREVRPT ASSIGN TO 'reorderreview.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EODPARM ASSIGN TO 'eodparm.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODPARM-STATUS.

           SELECT EODCTL ASSIGN TO 'eodctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODCTL-STATUS.

           SELECT EODLOG ASSIGN TO 'eodlog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODLOG-STATUS.

           SELECT STDORD ASSIGN TO 'standingord.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STO-ID
           FILE STATUS IS WS-STDORD-STATUS.

           SELECT STDORDL ASSIGN TO 'standingline.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STOL-KEY
           FILE STATUS IS WS-STDORDL-STATUS.

           SELECT STORPT ASSIGN TO 'standingrun.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               05 CST-ADDR2 PIC X(20).
               05 CST-ADDR3 PIC X(20).
               05 CST-REP-ID PIC 9(3).
               05 CST-HOLD PIC A(1).
               05 CST-HOLD-REASON PIC A(1).
               05 CST-DUN-LEVEL PIC 9(1).
               05 CST-DUN-DATE PIC 9(8).
           FD PRODUCT.
           01 PRODUCT-FILE.
               05 PRD-ID PIC 9(5).
               05 PRD-STOCK PIC 9(7).
               05 PRD-REORDER-PT PIC 9(7).
               05 PRD-LOCATION PIC X(6).
               05 PRD-AVG-COST PIC 9(5)V9(2).
               05 PRD-ORDER-QTY PIC 9(7).
               05 PRD-ABC-CLASS PIC A(1).
           FD C_ORDER.
           01 ORDER-FILE.
               05 ORD-ID PIC 9(5).
               05 ORDL-PRD-ID PIC 9(5).
               05 ORDL-QUAN PIC 9(5).
               05 ORDL-UNIT-PRICE PIC 9(5)V9(2).
               05 ORDL-UNIT-COST PIC 9(5)V9(2).
           FD SALESRPT.
           01 SALESRPT-FILE.
               05 SALESRPT-LINE PIC X(80).
               05 SM-QUAN PIC 9(7).
               05 SM-REF PIC X(10).
               05 SM-LOC PIC X(6).
               05 SM-UNIT-COST PIC 9(5)V9(2).
           FD REORDRPT.
           01 REORDRPT-FILE.
               05 REORDRPT-LINE PIC X(80).
               05 PAY-DATE PIC 9(8).
               05 PAY-AMOUNT PIC 9(5)V9(2).
               05 PAY-REF PIC X(10).
           FD CASHAPP.
           01 CASHAPP-FILE.
               05 APP-CST-ID PIC 9(5).
               05 APP-ORD-ID PIC 9(5).
               05 APP-DATE PIC 9(8).
               05 APP-SRC-TYPE PIC A(1).
               05 APP-SRC-REF PIC X(10).
               05 APP-AMOUNT PIC 9(7)V9(2).
           FD AGERPT.
           01 AGERPT-FILE.
               05 AGERPT-LINE PIC X(80).
               05 CM-QUAN PIC 9(5).
               05 CM-DATE PIC 9(8).
               05 CM-AMOUNT PIC 9(7)V9(2).
               05 CM-UNIT-COST PIC 9(5)V9(2).
           FD CMDOC.
           01 CMDOC-FILE.
               05 CMDOC-LINE PIC X(80).
           01 SUPPLIER-FILE.
               05 SUP-ID PIC 9(5).
               05 SUP-NAME PIC A(15).
               05 SUP-LEAD-DAYS PIC 9(3).
           FD PURCHORD.
           01 PURCHORD-FILE.
               05 PO-ID PIC 9(5).
               05 PO-QUAN-RCV PIC 9(7).
               05 PO-EXP-DATE PIC 9(8).
               05 PO-STATUS PIC A(1).
               05 PO-UNIT-COST PIC 9(5)V9(2).
           FD PORPT.
           01 PORPT-FILE.
               05 PORPT-LINE PIC X(80).
               05 OPR-PASSWORD PIC X(8).
               05 OPR-LEVEL PIC 9(1).
           FD BCKFILE.
           01 BCKFILE-REC PIC X(120).
           FD BCKGEN.
           01 BCKGEN-FILE.
               05 BGN-LAST-GEN PIC 9(1).
               05 CMP-QUAN PIC 9(2).
               05 CMP-DATE PIC 9(8).
               05 CMP-AMOUNT PIC 9(4)V9(2).
           FD CUSTV2.
           01 CUSTV2-FILE.
               05 CSTV-ID PIC 9(5).
               05 CSTV-NAME PIC A(15).
               05 CSTV-CREDIT-LIMIT PIC 9(5).
               05 CSTV-DISC-PCT PIC 9(2)V9(2).
               05 CSTV-ADDR1 PIC X(20).
               05 CSTV-ADDR2 PIC X(20).
               05 CSTV-ADDR3 PIC X(20).
               05 CSTV-REP-ID PIC 9(3).
           FD PRDV2.
           01 PRDV2-FILE.
               05 PRDV-ID PIC 9(5).
               05 PRDV-NAME PIC A(10).
               05 PRDV-PRICE PIC 9(5)V9(2).
               05 PRDV-STOCK PIC 9(7).
               05 PRDV-REORDER-PT PIC 9(7).
               05 PRDV-LOCATION PIC X(6).
           FD ORDLV2.
           01 ORDLV2-FILE.
               05 ORDLV-KEY.
                   10 ORDLV-ID PIC 9(5).
                   10 ORDLV-LINE-NO PIC 9(2).
               05 ORDLV-PRD-ID PIC 9(5).
               05 ORDLV-QUAN PIC 9(5).
               05 ORDLV-UNIT-PRICE PIC 9(5)V9(2).
           FD SUPV2.
           01 SUPV2-FILE.
               05 SUPV-ID PIC 9(5).
               05 SUPV-NAME PIC A(15).
           FD POV2.
           01 POV2-FILE.
               05 POV-ID PIC 9(5).
               05 POV-SUP-ID PIC 9(5).
               05 POV-PRD-ID PIC 9(5).
               05 POV-QUAN-ORD PIC 9(7).
               05 POV-QUAN-RCV PIC 9(7).
               05 POV-EXP-DATE PIC 9(8).
               05 POV-STATUS PIC A(1).
           FD SMV2.
           01 SMV2-FILE.
               05 SMV-PRD-ID PIC 9(5).
               05 SMV-DATE PIC 9(8).
               05 SMV-TYPE PIC A(1).
               05 SMV-QUAN PIC 9(7).
               05 SMV-REF PIC X(10).
               05 SMV-LOC PIC X(6).
           FD CMV2.
           01 CMV2-FILE.
               05 CMV-ID PIC 9(5).
               05 CMV-ORD-ID PIC 9(5).
               05 CMV-CST-ID PIC 9(5).
               05 CMV-PRD-ID PIC 9(5).
               05 CMV-QUAN PIC 9(5).
               05 CMV-DATE PIC 9(8).
               05 CMV-AMOUNT PIC 9(7)V9(2).
           FD CUSTOLD.
           01 CUSTOLD-FILE.
               05 CSTO-ID PIC 9(5).
           FD VOIDOLD.
           01 VOIDOLD-FILE.
               05 VOIDO-ORD-ID PIC 9(5).
           FD INVVALRPT.
           01 INVVALRPT-FILE.
               05 INVVALRPT-LINE PIC X(80).
           FD MARGINRPT.
           01 MARGINRPT-FILE.
               05 MARGINRPT-LINE PIC X(80).
           FD DUNDOC.
           01 DUNDOC-FILE.
               05 DUNDOC-LINE PIC X(80).
           FD STKCOUNT.
           01 STKCOUNT-FILE.
               05 STC-PRD-ID PIC 9(5).
               05 STC-LOC PIC X(6).
               05 STC-NAME PIC A(10).
               05 STC-FRZ-DATE PIC 9(8).
               05 STC-FRZ-STOCK PIC 9(7).
               05 STC-FRZ-SEQ PIC 9(7).
               05 STC-UNIT-COST PIC 9(5)V9(2).
               05 STC-COUNT PIC 9(7).
               05 STC-RECOUNT PIC 9(7).
               05 STC-CNT-SEQ PIC 9(7).
               05 STC-STATUS PIC A(1).
           FD CNTSHEET.
           01 CNTSHEET-FILE.
               05 CNTSHEET-LINE PIC X(80).
           FD CNTVARRPT.
           01 CNTVARRPT-FILE.
               05 CNTVARRPT-LINE PIC X(80).
           FD PERCTL.
           01 PERCTL-FILE.
               05 PER-CLOSED PIC 9(6).
               05 PER-KEEP PIC 9(2).
               05 PER-ARCH-THRU PIC 9(6).
               05 PER-CLOSE-DATE PIC 9(8).
           FD CLOSEBAL.
           01 CLOSEBAL-FILE.
               05 CLB-KEY.
                   10 CLB-PERIOD PIC 9(6).
                   10 CLB-TYPE PIC A(1).
                   10 CLB-ID PIC 9(5).
               05 CLB-BALANCE PIC S9(9)V9(2).
               05 CLB-QTY PIC S9(9).
               05 CLB-VALUE PIC S9(9)V9(2).
           FD BALFWD.
           01 BALFWD-FILE.
               05 BFW-KEY.
                   10 BFW-TYPE PIC A(1).
                   10 BFW-ID PIC 9(5).
               05 BFW-PAY-TOTAL PIC 9(9)V9(2).
               05 BFW-MEMO-TOTAL PIC 9(9)V9(2).
               05 BFW-STOCK-NET PIC S9(9).
               05 BFW-BASE PIC A(1).
               05 BFW-SETTLED PIC A(1).
               05 BFW-THRU PIC 9(6).
           FD PAYHIST.
           01 PAYHIST-FILE.
               05 PAYHIST-REC PIC X(30).
           FD CMHIST.
           01 CMHIST-FILE.
               05 CMHIST-REC PIC X(49).
           FD SMHIST.
           01 SMHIST-FILE.
               05 SMHIST-REC PIC X(44).
           FD SUPINV.
           01 SUPINV-FILE.
               05 SINV-KEY.
                   10 SINV-SUP-ID PIC 9(5).
                   10 SINV-INV-NO PIC X(10).
               05 SINV-INV-DATE PIC 9(8).
               05 SINV-DUE-DATE PIC 9(8).
               05 SINV-TOTAL PIC 9(7)V9(2).
               05 SINV-LINE-CNT PIC 9(2).
               05 SINV-STATUS PIC A(1).
               05 SINV-PAID-DATE PIC 9(8).
           FD SUPINVL.
           01 SUPINVL-FILE.
               05 SINVL-KEY.
                   10 SINVL-SUP-ID PIC 9(5).
                   10 SINVL-INV-NO PIC X(10).
                   10 SINVL-LINE-NO PIC 9(2).
               05 SINVL-PO-ID PIC 9(5).
               05 SINVL-QUAN PIC 9(7).
               05 SINVL-UNIT-PRICE PIC 9(5)V9(2).
               05 SINVL-MATCH PIC A(1).
           FD PAYABLRPT.
           01 PAYABLRPT-FILE.
               05 PAYABLRPT-LINE PIC X(80).
           FD CONTRACT.
           01 CONTRACT-FILE.
               05 CTR-KEY.
                   10 CTR-CST-ID PIC 9(5).
                   10 CTR-PRD-ID PIC 9(5).
               05 CTR-PRICE PIC 9(5)V9(2).
               05 CTR-START-DATE PIC 9(8).
               05 CTR-END-DATE PIC 9(8).
           FD CTREXPRPT.
           01 CTREXPRPT-FILE.
               05 CTREXPRPT-LINE PIC X(80).
           FD DEMHIST.
           01 DEMHIST-FILE.
               05 DMH-KEY.
                   10 DMH-PRD-ID PIC 9(5).
                   10 DMH-PERIOD PIC 9(6).
               05 DMH-SOLD-QTY PIC 9(7).
               05 DMH-RET-QTY PIC 9(7).
               05 DMH-SALES-VAL PIC S9(9)V9(2).
           FD RORPROP.
           01 RORPROP-FILE.
               05 RPP-PRD-ID PIC 9(5).
               05 RPP-NAME PIC A(10).
               05 RPP-CLASS PIC A(1).
               05 RPP-VALUE PIC 9(9)V9(2).
               05 RPP-AVG-DMD PIC 9(7)V9(2).
               05 RPP-LEAD PIC 9(3).
               05 RPP-NEW-ROP PIC 9(7).
               05 RPP-NEW-OQ PIC 9(7).
               05 RPP-BUILD-DATE PIC 9(8).
           FD RORREVRPT.
           01 RORREVRPT-FILE.
               05 RORREVRPT-LINE PIC X(80).
           FD EODPARM.
           01 EOP-DATE-REC.
               05 EOP-D-TYPE PIC X(1).
               05 EOP-D-DATE PIC 9(8).
           01 EOP-STEP-REC.
               05 EOP-S-TYPE PIC X(1).
               05 EOP-S-OPT PIC 9(2).
               05 EOP-S-CRIT PIC X(1).
           FD EODCTL.
           01 EODCTL-FILE.
               05 EOC-BUS-DATE PIC 9(8).
               05 EOC-LAST-STEP PIC 9(2).
               05 EOC-STATUS PIC X(1).
           FD EODLOG.
           01 EODLOG-FILE.
               05 EODLOG-LINE PIC X(80).
           FD STDORD.
           01 STDORD-FILE.
               05 STO-ID PIC 9(5).
               05 STO-CST-ID PIC 9(5).
               05 STO-SHIP-SEQ PIC 9(2).
               05 STO-REP-ID PIC 9(3).
               05 STO-FREQ PIC A(1).
               05 STO-NEXT-DUE PIC 9(8).
               05 STO-END-DATE PIC 9(8).
               05 STO-ANCHOR-DD PIC 9(2).
               05 STO-STATUS PIC A(1).
               05 STO-LINE-CNT PIC 9(2).
               05 STO-LAST-ORD-ID PIC 9(5).
               05 STO-LAST-RUN PIC 9(8).
           FD STDORDL.
           01 STDORDL-FILE.
               05 STOL-KEY.
                   10 STOL-ID PIC 9(5).
                   10 STOL-LINE-NO PIC 9(2).
               05 STOL-PRD-ID PIC 9(5).
               05 STOL-QUAN PIC 9(5).
           FD STORPT.
           01 STORPT-FILE.
               05 STORPT-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-CNT PIC 9(1) VALUE 0.
               05 WS-CST-ADDR2 PIC X(20).
               05 WS-CST-ADDR3 PIC X(20).
               05 WS-CST-REP-ID PIC 9(3).
               05 WS-CST-HOLD PIC A(1).
               05 WS-CST-HOLD-REASON PIC A(1).
               05 WS-CST-DUN-LEVEL PIC 9(1).
               05 WS-CST-DUN-DATE PIC 9(8).
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC A(10).
               05 WS-PRD-STOCK PIC 9(7).
               05 WS-PRD-REORDER-PT PIC 9(7).
               05 WS-PRD-LOCATION PIC X(6).
               05 WS-PRD-AVG-COST PIC 9(5)V9(2).
               05 WS-PRD-ORDER-QTY PIC 9(7).
               05 WS-PRD-ABC-CLASS PIC A(1).
           01 WS-ORD.
               05 WS-ORD-ID PIC 9(5).
               05 WS-ORD-DATE PIC 9(8).
               05 WS-ORDL-PRD-ID PIC 9(5).
               05 WS-ORDL-QUAN PIC 9(5).
               05 WS-ORDL-UNIT-PRICE PIC 9(5)V9(2).
               05 WS-ORDL-UNIT-COST PIC 9(5)V9(2).
           01 WS-EOF PIC A(1).
           01 WS-TEMP-EOF PIC A(1).
           01 WS-TEMP-PR-EOF PIC A(1).
                   10 WS-ORDL-T-PRD-ID PIC 9(5).
                   10 WS-ORDL-T-QUAN PIC 9(5).
                   10 WS-ORDL-T-PRICE PIC 9(5)V9(2).
                   10 WS-ORDL-T-CONTRACT PIC A(1).
           01 WS-LINE-CNT PIC 99 VALUE 0.
           01 WS-LINE-COST PIC 9(11)V99 VALUE 0.
           01 WS-ORD-TOTAL-COST PIC 9(7)V99 VALUE 0.
               05 WS-PH-R-NEW-PRICE PIC 9(5)V9(2).
               05 WS-PH-R-EFF-DATE PIC 9(8).
           01 WS-SALE-PRICE PIC 9(5)V9(2).
           01 WS-SALE-COST PIC 9(5)V9(2).
           01 WS-SP-EOF PIC A(1).
           01 WS-SP-ORD-NORM PIC 9(8).
           01 WS-SP-BEST-NORM PIC 9(8).
               05 WS-SM-QUAN PIC 9(7).
               05 WS-SM-REF PIC X(10).
               05 WS-SM-LOC PIC X(6).
               05 WS-SM-UNIT-COST PIC 9(5)V9(2).
           01 WS-INP-MOVE-QUAN PIC 9(7).
           01 WS-INP-ADJ-DIR PIC A(1).
           01 WS-INP-REASON PIC X(10).
           01 WS-PAY-AMT-INP PIC 9(7).
           01 WS-PAY-AMT REDEFINES WS-PAY-AMT-INP PIC 9(5)V9(2).
           01 WS-INP-PAY-REF PIC X(10).
           01 WS-CASHAPP-STATUS PIC X(2).
           01 WS-APP.
               05 WS-APP-CST-ID PIC 9(5).
               05 WS-APP-ORD-ID PIC 9(5).
               05 WS-APP-DATE PIC 9(8).
               05 WS-APP-SRC-TYPE PIC A(1).
               05 WS-APP-SRC-REF PIC X(10).
               05 WS-APP-AMOUNT PIC 9(7)V9(2).
           01 WS-APP-EOF PIC A(1).
           01 WS-APP-DONE PIC A(1).
           01 WS-APP-REMAIN PIC 9(7)V9(2).
           01 WS-APP-THIS PIC 9(7)V9(2).
           01 WS-APP-ORD-APPLIED PIC 9(9)V9(2).
           01 WS-APP-ORD-OPEN PIC 9(7)V9(2).
           01 WS-APP-CASH-APPLIED PIC 9(9)V9(2).
           01 WS-APP-MEMO-APPLIED PIC 9(9)V9(2).
           01 WS-APP-AVAIL PIC S9(9)V9(2).
           01 WS-APP-CUTOFF-NORM PIC 9(8).
           01 WS-APP-AMT-INP PIC 9(7).
           01 WS-APP-AMT REDEFINES WS-APP-AMT-INP PIC 9(5)V9(2).
           01 WS-INP-APP-ORD-ID PIC 9(5).
           01 WS-APP-ORD-OK PIC A(1).
           01 WS-APP-SRC-CHC PIC 9(1).
           01 WS-INP-APP-CM-ID PIC 9(5).
           01 WS-APP-CM-REF PIC X(10).
           01 WS-APP-CM-FND PIC A(1).
           01 WS-APP-FIFO-ANS PIC A(1).
           01 WS-APP-DISP PIC -(8)9.99.
           01 WS-BAL-APPLIED PIC 9(9)V9(2).
           01 WS-BAL-UNAPPLIED PIC S9(9)V9(2).
           01 WS-INP-CST-LIMIT PIC 9(5).
           01 WS-BAL-CST-ID PIC 9(5).
           01 WS-BAL-EOF PIC A(1).
           01 WS-CO-EOF PIC A(1).
           01 WS-CO-ORDER-TOTAL PIC 9(9)V9(2).
           01 WS-CREDIT-OK PIC A(1).
           01 WS-CREDIT-REASON PIC X(30).
           01 WS-CST-ON-HOLD PIC A(1).
           01 WS-HOLD-TRIGGER PIC A(1).
           01 WS-HOLD-ANS PIC A(1).
           01 WS-HOLD-DESC PIC X(20).
           01 WS-PICK-HELD-CNT PIC 9(3).
           01 WS-OVD-EOF PIC A(1).
           01 WS-OVD-90-AMT PIC 9(9)V9(2).
           01 WS-OVD-DAYS PIC S9(7).
           01 WS-OVD-ORD-ID PIC 9(5).
           01 WS-OVD-ORD-DATE PIC 9(8).
           01 WS-OVD-ORD-OPEN PIC 9(7)V9(2).
           01 WS-DUN-EOF PIC A(1).
           01 WS-DUN-LEVEL PIC 9(1).
           01 WS-DUN-CNT PIC 9(5).
           01 WS-DUN-HOLD-CNT PIC 9(5).
           01 WS-DUN-CNT-DISP PIC Z(4)9.
           01 WS-DUN-DAYS-DISP PIC Z(6)9.
           01 WS-STKCOUNT-STATUS PIC X(2).
           01 WS-STC.
               05 WS-STC-PRD-ID PIC 9(5).
               05 WS-STC-LOC PIC X(6).
               05 WS-STC-NAME PIC A(10).
               05 WS-STC-FRZ-DATE PIC 9(8).
               05 WS-STC-FRZ-STOCK PIC 9(7).
               05 WS-STC-FRZ-SEQ PIC 9(7).
               05 WS-STC-UNIT-COST PIC 9(5)V9(2).
               05 WS-STC-COUNT PIC 9(7).
               05 WS-STC-RECOUNT PIC 9(7).
               05 WS-STC-CNT-SEQ PIC 9(7).
               05 WS-STC-STATUS PIC A(1).
           01 WS-STC-CHC PIC 9(1).
           01 WS-STC-EOF PIC A(1).
           01 WS-STC-SM-EOF PIC A(1).
           01 WS-STC-FND PIC A(1).
           01 WS-STC-ANS PIC A(1).
           01 WS-STC-RANGE-TYPE PIC A(1).
           01 WS-STC-FROM-PRD PIC 9(5).
           01 WS-STC-TO-PRD PIC 9(5).
           01 WS-STC-FROM-LOC PIC X(6).
           01 WS-STC-TO-LOC PIC X(6).
           01 WS-STC-INP-QTY PIC 9(7).
           01 WS-STC-OPEN-CNT PIC 9(5).
           01 WS-STC-UNCNT-CNT PIC 9(5).
           01 WS-STC-FRZ-CNT PIC 9(5).
           01 WS-STC-POST-CNT PIC 9(5).
           01 WS-STC-CNT-DISP PIC Z(4)9.
           01 WS-STC-SEQ PIC 9(7).
           01 WS-STC-SM-CNT PIC 9(7).
           01 WS-STC-MOVE-NET PIC S9(7).
           01 WS-STC-EXPECT PIC S9(7).
           01 WS-STC-COUNTED PIC 9(7).
           01 WS-STC-VAR PIC S9(7).
           01 WS-STC-VAR-VAL PIC S9(9)V9(2).
           01 WS-STC-ADJ-QTY PIC 9(7).
           01 WS-STC-TOT-UNITS PIC S9(9).
           01 WS-STC-TOT-VAL PIC S9(9)V9(2).
           01 WS-STC-QTY-DISP PIC -(6)9.
           01 WS-STC-EXP-DISP PIC -(6)9.
           01 WS-STC-UNIT-DISP PIC -(8)9.
           01 WS-STC-VAL-DISP PIC -(8)9.99.
           01 WS-PERCTL-STATUS PIC X(2).
           01 WS-CLOSEBAL-STATUS PIC X(2).
           01 WS-BALFWD-STATUS PIC X(2).
           01 WS-PAYHIST-STATUS PIC X(2).
           01 WS-CMHIST-STATUS PIC X(2).
           01 WS-SMHIST-STATUS PIC X(2).
           01 WS-PER-CLOSED PIC 9(6).
           01 WS-PER-CLOSED-X REDEFINES WS-PER-CLOSED.
               05 WS-PER-CL-YYYY PIC 9(4).
               05 WS-PER-CL-MM PIC 9(2).
           01 WS-PER-KEEP PIC 9(2).
           01 WS-PER-ARCH-THRU PIC 9(6).
           01 WS-PER-CLOSE-DATE PIC 9(8).
           01 WS-PER-NEXT PIC 9(6).
           01 WS-PER-NEXT-X REDEFINES WS-PER-NEXT.
               05 WS-PER-NX-YYYY PIC 9(4).
               05 WS-PER-NX-MM PIC 9(2).
           01 WS-PER-INP-MMYYYY PIC 9(6).
           01 WS-PER-INP-MMYYYY-X REDEFINES WS-PER-INP-MMYYYY.
               05 WS-PER-INP-MM PIC 9(2).
               05 WS-PER-INP-YYYY PIC 9(4).
           01 WS-PER-ARCH-NEW PIC 9(6).
           01 WS-PER-ARCH-NEW-X REDEFINES WS-PER-ARCH-NEW.
               05 WS-PER-AR-YYYY PIC 9(4).
               05 WS-PER-AR-MM PIC 9(2).
           01 WS-PER-MONTHS PIC 9(7).
           01 WS-PER-CHK PIC 9(6).
           01 WS-PER-TODAY-YM PIC 9(6).
           01 WS-PER-LOCKED PIC A(1).
           01 WS-PER-SKIP-CHK PIC A(1) VALUE 'N'.
           01 WS-PER-ANS PIC A(1).
           01 WS-CLB.
               05 WS-CLB-KEY.
                   10 WS-CLB-PERIOD PIC 9(6).
                   10 WS-CLB-TYPE PIC A(1).
                   10 WS-CLB-ID PIC 9(5).
               05 WS-CLB-BALANCE PIC S9(9)V9(2).
               05 WS-CLB-QTY PIC S9(9).
               05 WS-CLB-VALUE PIC S9(9)V9(2).
           01 WS-BFW.
               05 WS-BFW-KEY.
                   10 WS-BFW-TYPE PIC A(1).
                   10 WS-BFW-ID PIC 9(5).
               05 WS-BFW-PAY-TOTAL PIC 9(9)V9(2).
               05 WS-BFW-MEMO-TOTAL PIC 9(9)V9(2).
               05 WS-BFW-STOCK-NET PIC S9(9).
               05 WS-BFW-BASE PIC A(1).
               05 WS-BFW-SETTLED PIC A(1).
               05 WS-BFW-THRU PIC 9(6).
           01 WS-BFW-FND PIC A(1).
           01 WS-ARC-EOF PIC A(1).
           01 WS-ARC-SM-EOF PIC A(1).
           01 WS-ARC-MOVE-IT PIC A(1).
           01 WS-ARC-SETTLED PIC A(1).
           01 WS-ARC-DATE-YM PIC 9(6).
           01 WS-ARC-CNT PIC 9(7).
           01 WS-ARC-CNT-DISP PIC Z(6)9.
           01 WS-ARC-NET PIC S9(9).
           01 WS-ARC-QTY PIC S9(9).
           01 WS-HIST-CHC PIC A(1).
           01 WS-HIST-EOF PIC A(1).
           01 WS-HIST-ID PIC 9(5).
           01 WS-HIST-CNT PIC 9(5).
           01 WS-HIST-AMT-DISP PIC -(8)9.99.
           01 WS-HIST-QTY-DISP PIC -(8)9.
           01 WS-SUPINV-STATUS PIC X(2).
           01 WS-SUPINVL-STATUS PIC X(2).
           01 WS-SINV.
               05 WS-SINV-KEY.
                   10 WS-SINV-SUP-ID PIC 9(5).
                   10 WS-SINV-INV-NO PIC X(10).
               05 WS-SINV-INV-DATE PIC 9(8).
               05 WS-SINV-DUE-DATE PIC 9(8).
               05 WS-SINV-TOTAL PIC 9(7)V9(2).
               05 WS-SINV-LINE-CNT PIC 9(2).
               05 WS-SINV-STATUS PIC A(1).
               05 WS-SINV-PAID-DATE PIC 9(8).
           01 WS-SINVL.
               05 WS-SINVL-KEY.
                   10 WS-SINVL-SUP-ID PIC 9(5).
                   10 WS-SINVL-INV-NO PIC X(10).
                   10 WS-SINVL-LINE-NO PIC 9(2).
               05 WS-SINVL-PO-ID PIC 9(5).
               05 WS-SINVL-QUAN PIC 9(7).
               05 WS-SINVL-UNIT-PRICE PIC 9(5)V9(2).
               05 WS-SINVL-MATCH PIC A(1).
           01 WS-SINV-PRICE-TOL PIC 9(2)V9(2) VALUE 2.00.
           01 WS-SINV-QTY-TOL PIC 9(2)V9(2) VALUE 0.
           01 WS-SINV-CHC PIC 9(1).
           01 WS-INP-SINV-NO PIC X(10).
           01 WS-SINV-FND PIC A(1).
           01 WS-SINV-ANS PIC A(1).
           01 WS-SINV-DUP PIC A(1).
           01 WS-SINV-EOF PIC A(1).
           01 WS-SINV-L-EOF PIC A(1).
           01 WS-SINV-ALL-OK PIC A(1).
           01 WS-SINV-CLEARED PIC 9(5).
           01 WS-SINV-CNT-DISP PIC Z(4)9.
           01 WS-SINV-PRICE-INP PIC 9(7).
           01 WS-SINV-PRICE REDEFINES WS-SINV-PRICE-INP PIC 9(5)V9(2).
           01 WS-SINV-AMT-DISP PIC Z(6)9.99.
           01 WS-SINV-STAT-DESC PIC X(8).
           01 WS-SIM-PO-ID PIC 9(5).
           01 WS-SIM-QUAN PIC 9(7).
           01 WS-SIM-PRICE PIC 9(5)V9(2).
           01 WS-SIM-PRIOR PIC 9(7).
           01 WS-SIM-QTY-LIMIT PIC 9(7)V9(2).
           01 WS-SIM-PRICE-DIFF PIC S9(5)V9(2).
           01 WS-SIM-PRICE-LIMIT PIC 9(5)V9(4).
           01 WS-SIM-QTY-BAD PIC A(1).
           01 WS-SIM-PRICE-BAD PIC A(1).
           01 WS-SIM-RESULT PIC A(1).
           01 WS-SIL-TABLE.
               05 WS-SIL-ENTRY OCCURS 20 TIMES.
                   10 WS-SIL-T-PO-ID PIC 9(5).
                   10 WS-SIL-T-QUAN PIC 9(7).
                   10 WS-SIL-T-PRICE PIC 9(5)V9(2).
                   10 WS-SIL-T-MATCH PIC A(1).
           01 WS-SIL-CNT PIC 9(2).
           01 WS-SIL-I PIC 9(2).
           01 WS-PAYB-TABLE.
               05 WS-PAYB-ENTRY OCCURS 50 TIMES.
                   10 WS-PAYB-T-DUE-NORM PIC 9(8).
                   10 WS-PAYB-T-DUE-DATE PIC 9(8).
                   10 WS-PAYB-T-INV-NO PIC X(10).
                   10 WS-PAYB-T-INV-DATE PIC 9(8).
                   10 WS-PAYB-T-TOTAL PIC 9(7)V9(2).
                   10 WS-PAYB-T-STATUS PIC A(1).
           01 WS-PAYB-CNT PIC 9(2).
           01 WS-PAYB-I PIC 9(2).
           01 WS-PAYB-POS PIC 9(2).
           01 WS-PAYB-FULL PIC A(1).
           01 WS-PAYB-EOF PIC A(1).
           01 WS-PAYB-S-PAYABLE PIC 9(9)V9(2).
           01 WS-PAYB-S-HELD PIC 9(9)V9(2).
           01 WS-PAYB-S-DUE PIC 9(9)V9(2).
           01 WS-PAYB-G-PAYABLE PIC 9(9)V9(2).
           01 WS-PAYB-G-HELD PIC 9(9)V9(2).
           01 WS-PAYB-G-DUE PIC 9(9)V9(2).
           01 WS-PAYB-D1 PIC Z(8)9.99.
           01 WS-PAYB-D2 PIC Z(8)9.99.
           01 WS-PAYB-D3 PIC Z(8)9.99.
           01 WS-CONTRACT-STATUS PIC X(2).
           01 WS-CTR.
               05 WS-CTR-KEY.
                   10 WS-CTR-CST-ID PIC 9(5).
                   10 WS-CTR-PRD-ID PIC 9(5).
               05 WS-CTR-PRICE PIC 9(5)V9(2).
               05 WS-CTR-START-DATE PIC 9(8).
               05 WS-CTR-END-DATE PIC 9(8).
           01 WS-CTR-CHC PIC 9(1).
           01 WS-CTR-FND PIC A(1).
           01 WS-CTR-EOF PIC A(1).
           01 WS-CTR-ANS PIC A(1).
           01 WS-CTR-CNT PIC 9(5).
           01 WS-CTR-CNT-DISP PIC Z(4)9.
           01 WS-CTR-PRICE-INP PIC 9(7).
           01 WS-CTR-PRICE-NEW REDEFINES WS-CTR-PRICE-INP
               PIC 9(5)V9(2).
           01 WS-CTR-ORD-NORM PIC 9(8).
           01 WS-CTR-START-NORM PIC 9(8).
           01 WS-CTR-END-NORM PIC 9(8).
           01 WS-CTR-DAYS-LEFT PIC S9(7).
           01 WS-CTR-DAYS-DISP PIC Z(6)9.
           01 WS-CTR-PRICE-DISP PIC Z(4)9.99.
           01 WS-CTR-LIST-DISP PIC Z(4)9.99.
           01 WS-CTR-WINDOW PIC 9(3) VALUE 60.
           01 WS-DISC-CONTRACT PIC A(1).
           01 WS-ORD-CTR-TOTAL PIC 9(7)V9(2).
           01 WS-DEMHIST-STATUS PIC X(2).
           01 WS-RORPROP-STATUS PIC X(2).
           01 WS-DMH.
               05 WS-DMH-KEY.
                   10 WS-DMH-PRD-ID PIC 9(5).
                   10 WS-DMH-PERIOD PIC 9(6).
               05 WS-DMH-SOLD-QTY PIC 9(7).
               05 WS-DMH-RET-QTY PIC 9(7).
               05 WS-DMH-SALES-VAL PIC S9(9)V9(2).
           01 WS-RPP.
               05 WS-RPP-PRD-ID PIC 9(5).
               05 WS-RPP-NAME PIC A(10).
               05 WS-RPP-CLASS PIC A(1).
               05 WS-RPP-VALUE PIC 9(9)V9(2).
               05 WS-RPP-AVG-DMD PIC 9(7)V9(2).
               05 WS-RPP-LEAD PIC 9(3).
               05 WS-RPP-NEW-ROP PIC 9(7).
               05 WS-RPP-NEW-OQ PIC 9(7).
               05 WS-RPP-BUILD-DATE PIC 9(8).
           01 WS-DMD-TABLE.
               05 WS-DMD-ENTRY OCCURS 500 TIMES.
                   10 WS-DMD-T-PRD-ID PIC 9(5).
                   10 WS-DMD-T-NAME PIC A(10).
                   10 WS-DMD-T-VALUE PIC 9(9)V9(2).
                   10 WS-DMD-T-QTY PIC 9(9).
                   10 WS-DMD-T-PO-ID PIC 9(5).
                   10 WS-DMD-T-SUP-ID PIC 9(5).
                   10 WS-DMD-T-LEAD PIC 9(3).
                   10 WS-DMD-T-CLASS PIC A(1).
           01 WS-DMD-CNT PIC 9(3).
           01 WS-DMD-I PIC 9(3).
           01 WS-DMD-POS PIC 9(3).
           01 WS-DMD-FULL PIC A(1).
           01 WS-DMD-MONTHS PIC 9(2) VALUE 12.
           01 WS-DMD-DEF-LEAD PIC 9(3) VALUE 14.
           01 WS-DMD-A-PCT PIC 9(3) VALUE 80.
           01 WS-DMD-B-PCT PIC 9(3) VALUE 95.
           01 WS-DMD-SAFE-A PIC 9(3) VALUE 50.
           01 WS-DMD-SAFE-B PIC 9(3) VALUE 25.
           01 WS-DMD-SAFE-C PIC 9(3) VALUE 10.
           01 WS-DMD-COVER-A PIC 9(2) VALUE 1.
           01 WS-DMD-COVER-B PIC 9(2) VALUE 2.
           01 WS-DMD-COVER-C PIC 9(2) VALUE 3.
           01 WS-DMD-SAFE PIC 9(3).
           01 WS-DMD-COVER PIC 9(2).
           01 WS-DMD-YM PIC 9(6).
           01 WS-DMD-THRU-YM PIC 9(6).
           01 WS-DMD-THRU-X REDEFINES WS-DMD-THRU-YM.
               05 WS-DMD-THRU-YYYY PIC 9(4).
               05 WS-DMD-THRU-MM PIC 9(2).
           01 WS-DMD-FROM-YM PIC 9(6).
           01 WS-DMD-FROM-X REDEFINES WS-DMD-FROM-YM.
               05 WS-DMD-FROM-YYYY PIC 9(4).
               05 WS-DMD-FROM-MM PIC 9(2).
           01 WS-DMD-MON-IDX PIC 9(6).
           01 WS-DMD-MON-REM PIC 9(2).
           01 WS-DMD-REF.
               05 WS-DMD-REF-PFX PIC X(3).
               05 WS-DMD-REF-ORD PIC X(5).
               05 FILLER PIC X(2).
           01 WS-DMD-PRD PIC 9(5).
           01 WS-DMD-ADD-SOLD PIC 9(7).
           01 WS-DMD-ADD-RET PIC 9(7).
           01 WS-DMD-ADD-VAL PIC S9(9)V9(2).
           01 WS-DMD-NET PIC S9(9).
           01 WS-DMD-VAL PIC S9(9)V9(2).
           01 WS-DMD-TOT-VAL PIC 9(11)V9(2).
           01 WS-DMD-CUM-VAL PIC 9(11)V9(2).
           01 WS-DMD-WORK PIC 9(9)V9(2).
           01 WS-DMD-INT PIC 9(9).
           01 WS-DMD-CUR-ROP PIC 9(7).
           01 WS-DMD-CUR-OQ PIC 9(7).
           01 WS-DMD-CUR-CLASS PIC A(1).
           01 WS-DMD-EOF PIC A(1).
           01 WS-DMD-L-EOF PIC A(1).
           01 WS-DMD-CHC PIC 9(1).
           01 WS-DMD-ANS PIC A(1).
           01 WS-DMD-CLS-SEL PIC A(1).
           01 WS-DMD-CHG-CNT PIC 9(5).
           01 WS-DMD-RPT-CNT PIC 9(5).
           01 WS-DMD-FLAG PIC X(1).
           01 WS-DMD-CNT-DISP PIC Z(4)9.
           01 WS-DMD-VAL-DISP PIC Z(8)9.99.
           01 WS-DMD-AVG-DISP PIC Z(4)9.99.
           01 WS-DMD-D1 PIC Z(6)9.
           01 WS-DMD-D2 PIC Z(6)9.
           01 WS-DMD-D3 PIC Z(6)9.
           01 WS-DMD-D4 PIC Z(6)9.
           01 WS-RUN-PARM PIC X(10).
           01 WS-EOD-MODE PIC A(1) VALUE 'N'.
           01 WS-BUS-DATE-SET PIC A(1) VALUE 'N'.
           01 WS-BUS-DATE PIC 9(8).
           01 WS-EODPARM-STATUS PIC X(2).
           01 WS-EODCTL-STATUS PIC X(2).
           01 WS-EODLOG-STATUS PIC X(2).
           01 WS-EOD-BUS-MMDDYYYY PIC 9(8).
           01 WS-EOD-STEP-TABLE.
               05 WS-EOD-STEP OCCURS 20 TIMES.
                   10 WS-EOD-T-OPT PIC 9(2).
                   10 WS-EOD-T-CRIT PIC A(1).
           01 WS-EOD-STEP-CNT PIC 9(2).
           01 WS-EOD-IDX PIC 9(2).
           01 WS-EOD-START PIC 9(2).
           01 WS-EOD-PARM-OK PIC A(1).
           01 WS-EOD-DATE-FND PIC A(1).
           01 WS-EOD-EOF PIC A(1).
           01 WS-EOD-HALT PIC A(1).
           01 WS-EOD-MSG PIC X(40).
           01 WS-EOD-RC PIC 9(2).
           01 WS-EOD-MAX-RC PIC 9(2).
           01 WS-EOD-CNT-READ PIC 9(7).
           01 WS-EOD-CNT-WRITTEN PIC 9(7).
           01 WS-EOD-CNT-EXC PIC 9(7).
           01 WS-EOD-STEP-NAME PIC X(14).
           01 WS-EOD-START-TIME PIC 9(6).
           01 WS-EOD-END-TIME PIC 9(6).
           01 WS-EOD-SYS-DATE PIC 9(8).
           01 WS-EOD-SYS-YYYY PIC 9(4).
           01 WS-EOD-SYS-MMDD PIC 9(4).
           01 WS-EOD-SYS-MMDDYYYY PIC 9(8).
           01 WS-EOD-CTL-DATE PIC 9(8).
           01 WS-EOD-CTL-LAST PIC 9(2).
           01 WS-EOD-CTL-STATUS PIC X(1).
           01 WS-EOD-YM PIC 9(6).
           01 WS-EOD-YM-X REDEFINES WS-EOD-YM.
               05 WS-EOD-YYYY PIC 9(4).
               05 WS-EOD-MM PIC 9(2).
           01 WS-EOD-STMT-MMYYYY PIC 9(6).
           01 WS-EOD-D1 PIC Z(6)9.
           01 WS-EOD-D2 PIC Z(6)9.
           01 WS-EOD-D3 PIC Z(6)9.
           01 WS-STDORD-STATUS PIC X(2).
           01 WS-STDORDL-STATUS PIC X(2).
           01 WS-STO.
               05 WS-STO-ID PIC 9(5).
               05 WS-STO-CST-ID PIC 9(5).
               05 WS-STO-SHIP-SEQ PIC 9(2).
               05 WS-STO-REP-ID PIC 9(3).
               05 WS-STO-FREQ PIC A(1).
               05 WS-STO-NEXT-DUE PIC 9(8).
               05 WS-STO-END-DATE PIC 9(8).
               05 WS-STO-ANCHOR-DD PIC 9(2).
               05 WS-STO-STATUS PIC A(1).
               05 WS-STO-LINE-CNT PIC 9(2).
               05 WS-STO-LAST-ORD-ID PIC 9(5).
               05 WS-STO-LAST-RUN PIC 9(8).
           01 WS-STOL.
               05 WS-STOL-KEY.
                   10 WS-STOL-ID PIC 9(5).
                   10 WS-STOL-LINE-NO PIC 9(2).
               05 WS-STOL-PRD-ID PIC 9(5).
               05 WS-STOL-QUAN PIC 9(5).
           01 WS-STO-LINE-TABLE.
               05 WS-STO-LINE OCCURS 20 TIMES.
                   10 WS-STO-T-PRD-ID PIC 9(5).
                   10 WS-STO-T-QUAN PIC 9(5).
           01 WS-STO-NEW-CNT PIC 9(2).
           01 WS-STO-I PIC 9(2).
           01 WS-INP-STO-ID PIC 9(5).
           01 WS-STO-MAX-ID PIC 9(5).
           01 WS-STO-CHC PIC 9(1).
           01 WS-STO-FND PIC A(1).
           01 WS-STO-EOF PIC A(1).
           01 WS-STO-L-EOF PIC A(1).
           01 WS-STO-DONE PIC A(1).
           01 WS-STO-OK PIC A(1).
           01 WS-STO-RESULT PIC A(1).
           01 WS-STO-REASON PIC X(20).
           01 WS-STO-RESULT-TEXT PIC X(12).
           01 WS-STO-RUN-DATE PIC 9(8).
           01 WS-STO-RUN-NORM PIC 9(8).
           01 WS-STO-DUE-NORM PIC 9(8).
           01 WS-STO-END-NORM PIC 9(8).
           01 WS-STO-ADD-DAYS PIC 9(2).
           01 WS-STO-ADD-MONTHS PIC 9(1).
           01 WS-STO-BO-LINES PIC 9(2).
           01 WS-STO-ORD-ID PIC 9(5).
           01 WS-STO-DUE-CNT PIC 9(5).
           01 WS-STO-GEN-CNT PIC 9(5).
           01 WS-STO-SKIP-CNT PIC 9(5).
           01 WS-STO-BO-CNT PIC 9(5).
           01 WS-STO-END-CNT PIC 9(5).
           01 WS-STO-LIST-CST PIC 9(5).
           01 WS-STO-CNT PIC 9(5).
           01 WS-STO-VALUE PIC 9(9)V9(2).
           01 WS-STO-CNT-DISP PIC Z(4)9.
           01 WS-STO-VALUE-DISP PIC Z(8)9.99.
           01 WS-DN-DATE PIC 9(8).
           01 WS-DN-DATE-X REDEFINES WS-DN-DATE.
               05 WS-DN-X-YYYY PIC 9(4).
           01 WS-ORD-DAYNUM PIC 9(7).
           01 WS-AGE-EOF PIC A(1).
           01 WS-AGE-ORD-EOF PIC A(1).
           01 WS-AGE-UNAPPLIED PIC S9(9)V9(2).
           01 WS-AGE-G-UNAPPLIED PIC S9(9)V9(2).
           01 WS-AGE-NET PIC S9(9)V9(2).
           01 WS-AGE-D6 PIC -(8)9.99.
           01 WS-AGE-OPEN PIC 9(7)V9(2).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-AGE-B-CUR PIC 9(9)V9(2).
               05 WS-CM-QUAN PIC 9(5).
               05 WS-CM-DATE PIC 9(8).
               05 WS-CM-AMOUNT PIC 9(7)V9(2).
               05 WS-CM-UNIT-COST PIC 9(5)V9(2).
           01 WS-CM-EOF PIC A(1).
           01 WS-INP-RET-ORD-ID PIC 9(5).
           01 WS-RET-ORD-FND PIC A(1).
           01 WS-SUP.
               05 WS-SUP-ID PIC 9(5).
               05 WS-SUP-NAME PIC A(15).
               05 WS-SUP-LEAD-DAYS PIC 9(3).
           01 WS-INP-SUP-ID PIC 9(5).
           01 WS-INP-SUP-NAME PIC A(15).
           01 WS-INP-SUP-LEAD PIC 9(3).
           01 WS-INP-SUP-FND PIC A(1).
           01 WS-PURCHORD-STATUS PIC X(2).
           01 WS-PO.
               05 WS-PO-R-QUAN-RCV PIC 9(7).
               05 WS-PO-R-EXP-DATE PIC 9(8).
               05 WS-PO-R-STATUS PIC A(1).
               05 WS-PO-R-UNIT-COST PIC 9(5)V9(2).
           01 WS-PO-EOF PIC A(1).
           01 WS-INP-PO-ID PIC 9(5).
           01 WS-INP-PO-QUAN PIC 9(7).
           01 WS-STMT-CST-CNT PIC 9(3).
           01 WS-STMT-AMT-DISP PIC -(8)9.99.
           01 WS-STMT-BAL-DISP PIC -(8)9.99.
           01 WS-STMT-OPEN-ITEMS PIC 9(9)V9(2).
           01 WS-STMT-UNAPPLIED PIC S9(9)V9(2).
           01 WS-TXNERR-STATUS PIC X(2).
           01 WS-BATCHCKP-STATUS PIC X(2).
           01 WS-TE.
                   10 WS-LOC-T-PRD-ID PIC 9(5).
                   10 WS-LOC-T-NAME PIC A(10).
                   10 WS-LOC-T-STOCK PIC 9(7).
                   10 WS-LOC-T-COST PIC 9(5)V9(2).
           01 WS-LOC-CNT PIC 9(3).
           01 WS-LOC-I PIC 9(3).
           01 WS-LOC-POS PIC 9(3).
           01 WS-DSCPRE-STATUS PIC X(2).
           01 WS-SMPRE-STATUS PIC X(2).
           01 WS-CMPRE-STATUS PIC X(2).
           01 WS-CUSTV2-STATUS PIC X(2).
           01 WS-PRDV2-STATUS PIC X(2).
           01 WS-ORDLV2-STATUS PIC X(2).
           01 WS-SUPV2-STATUS PIC X(2).
           01 WS-POV2-STATUS PIC X(2).
           01 WS-SMV2-STATUS PIC X(2).
           01 WS-CMV2-STATUS PIC X(2).
           01 WS-UPG-ANS PIC A(1).
           01 WS-SALESREP-STATUS PIC X(2).
           01 WS-REP.
           01 WS-SIGNED-ON PIC A(1).
           01 WS-SIGNON-TRIES PIC 9(1).
           01 WS-REQ-LEVEL PIC 9(1).
           01 WS-PRD-COST-INP PIC 9(7).
           01 WS-PRD-COST-NEW REDEFINES WS-PRD-COST-INP
               PIC 9(5)V9(2).
           01 WS-RCV-COST-INP PIC 9(7).
           01 WS-RCV-COST REDEFINES WS-RCV-COST-INP
               PIC 9(5)V9(2).
           01 WS-AVG-IN-QUAN PIC 9(7).
           01 WS-AVG-IN-COST PIC 9(5)V9(2).
           01 WS-COST-DISP PIC Z(4)9.99.
           01 WS-RET-ORD-COST PIC 9(9)V9(2).
           01 WS-RET-UNIT-COST PIC 9(5)V9(2).
           01 WS-IV-EOF PIC A(1).
           01 WS-IV-VALUE PIC 9(11)V9(2).
           01 WS-IV-TOTAL PIC 9(11)V9(2).
           01 WS-IV-LOC-VALUE PIC 9(11)V9(2).
           01 WS-IV-LOC-STOCK PIC 9(9).
           01 WS-IV-LAST-LOC PIC X(6).
           01 WS-IV-NOCOST-CNT PIC 9(5).
           01 WS-IV-D1 PIC Z(10)9.99.
           01 WS-IV-QTY-DISP PIC Z(8)9.
           01 WS-GM-EOF PIC A(1).
           01 WS-GM-ORDL-EOF PIC A(1).
           01 WS-GM-ORD-NET PIC 9(9)V9(2).
           01 WS-GM-SALES PIC S9(9)V9(2).
           01 WS-GM-COST PIC S9(9)V9(2).
           01 WS-GM-MARGIN PIC S9(9)V9(2).
           01 WS-GM-PCT PIC S9(3)V9(1).
           01 WS-GM-PRD-ID PIC 9(5).
           01 WS-GM-CST-ID PIC 9(5).
           01 WS-GM-REP-ID PIC 9(3).
           01 WS-GM-FOUND PIC A(1).
           01 WS-GM-PRD-TABLE.
               05 WS-GM-PRD-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GM-PRD-IDX.
                   10 WS-GM-PRD-T-ID PIC 9(5).
                   10 WS-GM-PRD-T-SALES PIC S9(9)V9(2).
                   10 WS-GM-PRD-T-COST PIC S9(9)V9(2).
           01 WS-GM-PRD-CNT PIC 9(3).
           01 WS-GM-PRD-FULL PIC A(1).
           01 WS-GM-CST-TABLE.
               05 WS-GM-CST-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GM-CST-IDX.
                   10 WS-GM-CST-T-ID PIC 9(5).
                   10 WS-GM-CST-T-SALES PIC S9(9)V9(2).
                   10 WS-GM-CST-T-COST PIC S9(9)V9(2).
           01 WS-GM-CST-CNT PIC 9(3).
           01 WS-GM-CST-FULL PIC A(1).
           01 WS-GM-REP-TABLE.
               05 WS-GM-REP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-GM-REP-IDX.
                   10 WS-GM-REP-T-ID PIC 9(3).
                   10 WS-GM-REP-T-SALES PIC S9(9)V9(2).
                   10 WS-GM-REP-T-COST PIC S9(9)V9(2).
           01 WS-GM-REP-CNT PIC 9(3).
           01 WS-GM-REP-FULL PIC A(1).
           01 WS-GM-G-SALES PIC S9(9)V9(2).
           01 WS-GM-G-COST PIC S9(9)V9(2).
           01 WS-GM-ID-DISP PIC X(5).
           01 WS-GM-NAME PIC X(15).
           01 WS-GM-D1 PIC -(7)9.99.
           01 WS-GM-D2 PIC -(7)9.99.
           01 WS-GM-D3 PIC -(7)9.99.
           01 WS-GM-D4 PIC -(3)9.9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 0 TO WS-CNT.
           MOVE 'N' TO WS-SIGNED-ON.
           MOVE 0 TO WS-SIGNON-TRIES.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM = 'EOD' THEN
               PERFORM EOD-RUN-PROCEDURE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SIGNED-ON = 'Y' OR WS-SIGNON-TRIES > 2
               PERFORM SIGNON-PROCEDURE
           END-PERFORM.
       GET-OPTION-LEVEL-PROCEDURE.
           EVALUATE WS-CHC
               WHEN 9 WHEN 20 WHEN 21 WHEN 30 WHEN 34 WHEN 35
               WHEN 39 WHEN 42
                   MOVE 9 TO WS-REQ-LEVEL
               WHEN 6 WHEN 7 WHEN 10 WHEN 11 WHEN 12 WHEN 14
               WHEN 18 WHEN 19 WHEN 23 WHEN 24 WHEN 28 WHEN 31
               WHEN 32 WHEN 33 WHEN 36 WHEN 37 WHEN 38 WHEN 40
               WHEN 41 WHEN 43 WHEN 44 WHEN 45 WHEN 46 WHEN 47
                   MOVE 2 TO WS-REQ-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-REQ-LEVEL
           DISPLAY '33. Back up live data files'.
           DISPLAY '34. Restore live data files from backup'.
           DISPLAY '35. Maintain operators (supervisor only)'.
           DISPLAY '36. Inventory valuation report'.
           DISPLAY '37. Gross margin report by date range'.
           DISPLAY '38. Apply unapplied cash/credit memos to orders'.
           DISPLAY '39. Credit hold set/release (supervisor only)'.
           DISPLAY '40. Credit review and dunning letters'.
           DISPLAY '41. Physical inventory count'.
           DISPLAY '42. Period-end close (supervisor only)'.
           DISPLAY '43. History inquiry'.
           DISPLAY '44. Supplier invoices and payables'.
           DISPLAY '45. Customer contract prices'.
           DISPLAY '46. Demand history and reorder points'.
           DISPLAY '47. Standing orders'.
           DISPLAY '48. Exit'.
           DISPLAY 'Enter option number: '.
           ACCEPT WS-CHC.
           PERFORM GET-OPTION-LEVEL-PROCEDURE.
               WHEN 35
                   PERFORM OPERATOR-MAINT-PROCEDURE
               WHEN 36
                   DISPLAY 'Generating inventory valuation report...'
                   PERFORM INVENTORY-VALUATION-PROCEDURE
               WHEN 37
                   PERFORM GROSS-MARGIN-REPORT-PROCEDURE
               WHEN 38
                   PERFORM APPLY-CREDITS-PROCEDURE
               WHEN 39
                   PERFORM CREDIT-HOLD-MAINT-PROCEDURE
               WHEN 40
                   DISPLAY 'Running credit review and dunning...'
                   PERFORM DUNNING-RUN-PROCEDURE
               WHEN 41
                   PERFORM STOCK-COUNT-PROCEDURE
               WHEN 42
                   PERFORM PERIOD-CLOSE-PROCEDURE
               WHEN 43
                   PERFORM HISTORY-INQUIRY-PROCEDURE
               WHEN 44
                   PERFORM SUPPLIER-INVOICE-PROCEDURE
               WHEN 45
                   PERFORM CONTRACT-PRICE-PROCEDURE
               WHEN 46
                   PERFORM DEMAND-REORDER-PROCEDURE
               WHEN 47
                   PERFORM STANDING-ORDER-PROCEDURE
               WHEN 48
                   DISPLAY 'Closing program...'
                   MOVE 1 TO WS-CNT
               WHEN OTHER
                   MOVE WS-INP-ADDR2 TO CST-ADDR2
                   MOVE WS-INP-ADDR3 TO CST-ADDR3
                   MOVE WS-INP-REP-ID TO CST-REP-ID
                   MOVE 'N' TO CST-HOLD
                   MOVE SPACE TO CST-HOLD-REASON
                   MOVE 0 TO CST-DUN-LEVEL
                   MOVE 0 TO CST-DUN-DATE
                   WRITE CUSTOMER-FILE
                   CLOSE CUSTOMER
                   DISPLAY 'Customer added.'
           MOVE WS-RPT-END-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-DR-END-NORM
           PERFORM CHECK-ARCHIVED-RANGE-PROCEDURE
           MOVE 0 TO WS-COMM-G-NET
           MOVE 0 TO WS-COMM-G-DUE
           OPEN OUTPUT COMMRPT
               MOVE WS-PRD-ID TO WS-LOC-T-PRD-ID(WS-LOC-POS)
               MOVE WS-PRD-NAME TO WS-LOC-T-NAME(WS-LOC-POS)
               MOVE WS-PRD-STOCK TO WS-LOC-T-STOCK(WS-LOC-POS)
               IF WS-PRD-AVG-COST IS NUMERIC THEN
                   MOVE WS-PRD-AVG-COST TO WS-LOC-T-COST(WS-LOC-POS)
               ELSE
                   MOVE 0 TO WS-LOC-T-COST(WS-LOC-POS)
               END-IF
           ELSE
               MOVE 'Y' TO WS-LOC-FULL
           END-IF.
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           CLOSE CUSTOMER
           IF WS-INP-CST-ID-FND = 'Y' THEN
               MOVE WS-INP-CST-ID TO WS-BAL-CST-ID
               PERFORM CHECK-CREDIT-HOLD-PROCEDURE
           END-IF
           EVALUATE WS-INP-CST-ID-FND
               WHEN 'Y'
                   IF WS-CST-ON-HOLD = 'Y' THEN
                       DISPLAY 'Customer is on credit hold - no new'
                           ' orders until a supervisor releases it.'
                   ELSE
                       PERFORM ENTER-ORDER-DATE-PROCEDURE
                       PERFORM SELECT-SHIPTO-PROCEDURE
                       PERFORM SELECT-REP-PROCEDURE
                       PERFORM GET-PRODUCT-ORDER-PROCEDURE
                   END-IF
               WHEN 'N'
                   DISPLAY 'Customer does not exist'
               WHEN OTHER
                   MOVE WS-INP-QUAN TO WS-ORDL-T-QUAN(WS-LINE-CNT)
                   PERFORM GET-DISCOUNTED-PRICE-PROCEDURE
                   MOVE WS-DISC-PRICE TO WS-ORDL-T-PRICE(WS-LINE-CNT)
                   MOVE WS-DISC-CONTRACT
                       TO WS-ORDL-T-CONTRACT(WS-LINE-CNT)
                   IF WS-DISC-CONTRACT = 'Y' THEN
                       MOVE WS-DISC-PRICE TO WS-CTR-PRICE-DISP
                       DISPLAY 'Contract price applied: '
                           WS-CTR-PRICE-DISP
                   END-IF
                   ADD WS-GROSS-LINE TO WS-ORD-GROSS-TOTAL
                   MULTIPLY WS-DISC-PRICE BY WS-INP-QUAN
                       GIVING WS-LINE-COST
           DISPLAY 'Total cost of order: 'WS-ORD-COST-DISP
           PERFORM CREDIT-CHECK-PROCEDURE
           IF WS-CREDIT-OK = 'Y' THEN
               PERFORM WRITE-ORDER-PROCEDURE
               IF WS-ORD-WRITE-OK = 'Y' THEN
                   MOVE WS-INP-CST-ID TO WS-PEND-BO-CST-ID
                   PERFORM WRITE-PENDING-BACKORDERS-PROCEDURE
                   PERFORM DISCARD-PENDING-BO-PROCEDURE
               END-IF
           ELSE
               IF WS-CREDIT-REASON = 'CREDIT HOLD' THEN
                   DISPLAY 'Customer is on credit hold.'
               ELSE
                   MOVE WS-OPEN-BAL TO WS-OPEN-BAL-DISP
                   DISPLAY 'Open balance of 'WS-OPEN-BAL-DISP
                       ' plus this order exceeds the credit limit of '
                       WS-CST-CREDIT-LIMIT'.'
               END-IF
               DISPLAY 'Order cancelled.'
               PERFORM DISCARD-PENDING-BO-PROCEDURE
           END-IF.
           IF WS-BEST-PCT > 0 THEN
               COMPUTE WS-DISC-PRICE ROUNDED = WS-INP-PRD-PRICE
                   * (100 - WS-BEST-PCT) / 100
           END-IF
           PERFORM GET-CONTRACT-PRICE-PROCEDURE.

       GET-CONTRACT-PRICE-PROCEDURE.
           MOVE 'N' TO WS-DISC-CONTRACT
           OPEN INPUT CONTRACT
           IF WS-CONTRACT-STATUS = '00' THEN
               MOVE WS-INP-CST-ID TO CTR-CST-ID
               MOVE WS-INP-PRD-ID TO CTR-PRD-ID
               READ CONTRACT INTO WS-CTR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   MOVE WS-INP-ORD-DATE TO WS-NORM-DATE-IN
                   PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                   MOVE WS-NORM-DATE-OUT TO WS-CTR-ORD-NORM
                   MOVE WS-CTR-START-DATE TO WS-NORM-DATE-IN
                   PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                   MOVE WS-NORM-DATE-OUT TO WS-CTR-START-NORM
                   MOVE WS-CTR-END-DATE TO WS-NORM-DATE-IN
                   PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                   MOVE WS-NORM-DATE-OUT TO WS-CTR-END-NORM
                   IF WS-CTR-ORD-NORM NOT < WS-CTR-START-NORM AND
                       WS-CTR-ORD-NORM NOT > WS-CTR-END-NORM AND
                       WS-CTR-PRICE NOT > WS-INP-PRD-PRICE THEN
                       MOVE WS-CTR-PRICE TO WS-DISC-PRICE
                       MOVE 'Y' TO WS-DISC-CONTRACT
                   END-IF
               END-READ
               CLOSE CONTRACT
           END-IF.

       CONTRACT-PRICE-PROCEDURE.
           DISPLAY 'Customer contract prices:'
           DISPLAY '1. Add or change a contract price'
           DISPLAY '2. End a contract price'
           DISPLAY '3. List contract prices for a customer'
           DISPLAY '4. Contracts expiring in the next 60 days'
           DISPLAY 'Enter option number: '
           ACCEPT WS-CTR-CHC
           EVALUATE WS-CTR-CHC
               WHEN 1
                   PERFORM CTR-MAINT-PROCEDURE
               WHEN 2
                   PERFORM CTR-END-PROCEDURE
               WHEN 3
                   PERFORM CTR-LIST-PROCEDURE
               WHEN 4
                   PERFORM CTR-EXPIRY-REPORT-PROCEDURE
               WHEN OTHER
                   DISPLAY 'Invalid. Please input a valid number.'
           END-EVALUATE.

       CTR-SELECT-PROCEDURE.
           MOVE 'N' TO WS-CTR-FND
           DISPLAY 'Enter customer ID:'
           ACCEPT WS-INP-CST-ID
           DISPLAY 'Enter product ID:'
           ACCEPT WS-INP-PRD-ID
           MOVE 'N' TO WS-INP-CST-ID-FND
           OPEN INPUT CUSTOMER
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           CLOSE CUSTOMER
           MOVE 'N' TO WS-INP-PRD-ID-FND
           OPEN INPUT PRODUCT
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-PRD-ID-FND
           END-READ
           CLOSE PRODUCT
           OPEN INPUT CONTRACT
           IF WS-CONTRACT-STATUS = '00' THEN
               MOVE WS-INP-CST-ID TO CTR-CST-ID
               MOVE WS-INP-PRD-ID TO CTR-PRD-ID
               READ CONTRACT INTO WS-CTR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CTR-FND
               END-READ
               CLOSE CONTRACT
           END-IF.

       CTR-MAINT-PROCEDURE.
           PERFORM CTR-SELECT-PROCEDURE
           EVALUATE TRUE
               WHEN WS-INP-CST-ID-FND = 'N'
                   DISPLAY 'Customer does not exist'
               WHEN WS-INP-PRD-ID-FND = 'N'
                   DISPLAY 'Product does not exist'
               WHEN OTHER
                   IF WS-CTR-FND = 'Y' THEN
                       MOVE WS-CTR-PRICE TO WS-CTR-PRICE-DISP
                       DISPLAY 'Current contract price: '
                           WS-CTR-PRICE-DISP' from '
                           WS-CTR-START-DATE' to 'WS-CTR-END-DATE
                   END-IF
                   MOVE WS-PRD-PRICE TO WS-CTR-LIST-DISP
                   DISPLAY 'List price: 'WS-CTR-LIST-DISP
                   DISPLAY 'Enter contract price (e.g. 1050 for'
                       ' 10.50):'
                   ACCEPT WS-CTR-PRICE-INP
                   IF WS-CTR-PRICE-NEW = 0 THEN
                       DISPLAY 'Contract price must be greater than'
                           ' zero.'
                   ELSE
                       IF WS-CTR-PRICE-NEW > WS-PRD-PRICE THEN
                           DISPLAY 'Contract price may not exceed the'
                               ' list price of 'WS-CTR-LIST-DISP'.'
                       ELSE
                           PERFORM CTR-ENTER-TERM-PROCEDURE
                       END-IF
                   END-IF
           END-EVALUATE.

       CTR-ENTER-TERM-PROCEDURE.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter contract start date (MMDDYYYY):'
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-PO-DATE-PROCEDURE
           END-PERFORM
           MOVE WS-INP-ORD-DATE TO WS-CTR-START-DATE
           MOVE WS-INP-ORD-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-CTR-START-NORM
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter contract end date (MMDDYYYY):'
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-PO-DATE-PROCEDURE
               IF WS-DATE-OK = 'Y' THEN
                   MOVE WS-INP-ORD-DATE TO WS-NORM-DATE-IN
                   PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                   IF WS-NORM-DATE-OUT < WS-CTR-START-NORM THEN
                       DISPLAY 'End date may not be before the start'
                           ' date.'
                       MOVE 'N' TO WS-DATE-OK
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-INP-ORD-DATE TO WS-CTR-END-DATE
           MOVE WS-INP-CST-ID TO WS-CTR-CST-ID
           MOVE WS-INP-PRD-ID TO WS-CTR-PRD-ID
           MOVE WS-CTR-PRICE-NEW TO WS-CTR-PRICE
           OPEN I-O CONTRACT
           IF WS-CONTRACT-STATUS NOT = '00' THEN
               OPEN OUTPUT CONTRACT
           END-IF
           MOVE WS-CTR TO CONTRACT-FILE
           IF WS-CTR-FND = 'Y' THEN
               REWRITE CONTRACT-FILE
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE 'CTRUPD' TO WS-AUD-ACTION
               DISPLAY 'Contract price updated.'
           ELSE
               WRITE CONTRACT-FILE
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE 'CTRADD' TO WS-AUD-ACTION
               DISPLAY 'Contract price added.'
           END-IF
           CLOSE CONTRACT
           MOVE SPACES TO WS-AUD-KEY
           STRING WS-CTR-CST-ID WS-CTR-PRD-ID DELIMITED BY SIZE
               INTO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE.

       CTR-END-PROCEDURE.
           PERFORM CTR-SELECT-PROCEDURE
           IF WS-CTR-FND = 'N' THEN
               DISPLAY 'No contract price for that customer and'
                   ' product.'
           ELSE
               MOVE WS-CTR-PRICE TO WS-CTR-PRICE-DISP
               DISPLAY 'Contract price 'WS-CTR-PRICE-DISP' from '
                   WS-CTR-START-DATE' to 'WS-CTR-END-DATE
               DISPLAY 'End this contract price now? (Y/N):'
               ACCEPT WS-CTR-ANS
               IF WS-CTR-ANS = 'Y' THEN
                   OPEN I-O CONTRACT
                   MOVE WS-CTR-KEY TO CTR-KEY
                   DELETE CONTRACT
                       INVALID KEY CONTINUE
                   END-DELETE
                   CLOSE CONTRACT
                   MOVE 'CTRDEL' TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-KEY
                   STRING WS-CTR-CST-ID WS-CTR-PRD-ID
                       DELIMITED BY SIZE INTO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   DISPLAY 'Contract price ended.'
               END-IF
           END-IF.

       CTR-LIST-PROCEDURE.
           DISPLAY 'Enter customer ID:'
           ACCEPT WS-INP-CST-ID
           MOVE 0 TO WS-CTR-CNT
           MOVE 'N' TO WS-CTR-EOF
           DISPLAY 'PRDID    PRICE    START      END'
           OPEN INPUT CONTRACT
           IF WS-CONTRACT-STATUS = '00' THEN
               MOVE WS-INP-CST-ID TO CTR-CST-ID
               MOVE 0 TO CTR-PRD-ID
               START CONTRACT KEY NOT < CTR-KEY
                   INVALID KEY MOVE 'Y' TO WS-CTR-EOF
               END-START
               PERFORM UNTIL WS-CTR-EOF='Y'
                   READ CONTRACT NEXT INTO WS-CTR
                       AT END MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                       IF WS-CTR-CST-ID NOT = WS-INP-CST-ID THEN
                           MOVE 'Y' TO WS-CTR-EOF
                       ELSE
                           ADD 1 TO WS-CTR-CNT
                           MOVE WS-CTR-PRICE TO WS-CTR-PRICE-DISP
                           DISPLAY WS-CTR-PRD-ID' 'WS-CTR-PRICE-DISP
                               ' 'WS-CTR-START-DATE' 'WS-CTR-END-DATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT
           END-IF
           MOVE WS-CTR-CNT TO WS-CTR-CNT-DISP
           DISPLAY 'Contract prices: 'WS-CTR-CNT-DISP.

       CTR-EXPIRY-REPORT-PROCEDURE.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           MOVE WS-TODAY-DATE TO WS-DN-DATE
           PERFORM DATE-TO-DAYNUM-PROCEDURE
           MOVE WS-DAYNUM TO WS-TODAY-DAYNUM
           MOVE 0 TO WS-CTR-CNT
           OPEN OUTPUT CTREXPRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONTRACT PRICES EXPIRING WITHIN ' WS-CTR-WINDOW
               ' DAYS OF ' WS-TODAY-MMDDYYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CTREXPRPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CSTID CSTNAME         PRDID PRDNAME     CONTRACT'
               '     LIST      END DAYS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CTREXPRPT-FILE FROM WS-RPT-LINE
           MOVE 'N' TO WS-CTR-EOF
           OPEN INPUT CONTRACT
           IF WS-CONTRACT-STATUS = '00' THEN
               OPEN INPUT CUSTOMER
               OPEN INPUT PRODUCT
               PERFORM UNTIL WS-CTR-EOF='Y'
                   READ CONTRACT NEXT INTO WS-CTR
                       AT END MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                       PERFORM CTR-EXPIRY-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
               CLOSE CUSTOMER
               CLOSE CONTRACT
           END-IF
           MOVE WS-CTR-CNT TO WS-CTR-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Contracts expiring: ' WS-CTR-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CTREXPRPT-FILE FROM WS-RPT-LINE
           CLOSE CTREXPRPT
           DISPLAY 'Expiring contract report written to'
               ' contractexp.dat'
           DISPLAY 'Contracts expiring: 'WS-CTR-CNT-DISP.

       CTR-EXPIRY-LINE-PROCEDURE.
           MOVE WS-CTR-END-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-DN-DATE
           PERFORM DATE-TO-DAYNUM-PROCEDURE
           COMPUTE WS-CTR-DAYS-LEFT = WS-DAYNUM - WS-TODAY-DAYNUM
           IF WS-CTR-DAYS-LEFT NOT < 0 AND
               WS-CTR-DAYS-LEFT NOT > WS-CTR-WINDOW THEN
               ADD 1 TO WS-CTR-CNT
               MOVE WS-CTR-CST-ID TO CST-ID
               READ CUSTOMER INTO WS-CST
                   INVALID KEY MOVE SPACES TO WS-CST-NAME
               END-READ
               MOVE WS-CTR-PRD-ID TO PRD-ID
               READ PRODUCT INTO WS-PRD
                   INVALID KEY
                   MOVE SPACES TO WS-PRD-NAME
                   MOVE 0 TO WS-PRD-PRICE
               END-READ
               MOVE WS-CTR-PRICE TO WS-CTR-PRICE-DISP
               MOVE WS-PRD-PRICE TO WS-CTR-LIST-DISP
               MOVE WS-CTR-DAYS-LEFT TO WS-CTR-DAYS-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CTR-CST-ID ' ' WS-CST-NAME ' '
                   WS-CTR-PRD-ID ' ' WS-PRD-NAME ' '
                   WS-CTR-PRICE-DISP ' ' WS-CTR-LIST-DISP ' '
                   WS-CTR-END-DATE WS-CTR-DAYS-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE CTREXPRPT-FILE FROM WS-RPT-LINE
           END-IF.

       GET-TAX-RATE-PROCEDURE.

       CALC-ORDER-PRICING-PROCEDURE.
           MOVE 0 TO WS-CUST-DISC-AMT
           MOVE 0 TO WS-ORD-CTR-TOTAL
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-CNT
               IF WS-ORDL-T-CONTRACT(WS-LINE-IDX) = 'Y' THEN
                   COMPUTE WS-ORD-CTR-TOTAL = WS-ORD-CTR-TOTAL +
                       WS-ORDL-T-PRICE(WS-LINE-IDX) *
                       WS-ORDL-T-QUAN(WS-LINE-IDX)
               END-IF
           END-PERFORM
           OPEN INPUT CUSTOMER
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
           CLOSE CUSTOMER
           IF WS-CST-DISC-PCT IS NUMERIC AND
               WS-CST-DISC-PCT > 0 THEN
               COMPUTE WS-CUST-DISC-AMT ROUNDED = (WS-ORD-TOTAL-COST
                   - WS-ORD-CTR-TOTAL) * WS-CST-DISC-PCT / 100
           END-IF
           PERFORM GET-TAX-RATE-PROCEDURE
           COMPUTE WS-ORD-DISC-TOTAL = WS-ORD-GROSS-TOTAL
               MOVE WS-CO-ORDER-TOTAL TO WS-OA-NET
           END-IF.

       ENTER-ORDER-DATE-PROCEDURE.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter order date (MMDDYYYY):'
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-ORDER-DATE-PROCEDURE
           END-PERFORM.

       WRITE-ORDER-PROCEDURE.
           PERFORM GET-NEXT-ORDER-ID-PROCEDURE.
                   MOVE WS-ORDL-T-QUAN(WS-LINE-IDX) TO ORDL-QUAN
                   MOVE WS-ORDL-T-PRICE(WS-LINE-IDX)
                       TO ORDL-UNIT-PRICE
                   PERFORM DECREMENT-STOCK-PROCEDURE
                   MOVE WS-PRD-AVG-COST TO ORDL-UNIT-COST
                   WRITE ORDERLINE-FILE
                   END-WRITE
               END-PERFORM
               CLOSE ORDERLINE
               MOVE 'ORDADD' TO WS-AUD-ACTION
           IF WS-DATE-OK = 'Y' THEN
               COMPUTE WS-ORD-DATE-NORM = WS-INP-ORD-YYYY * 10000
                   + WS-INP-ORD-MM * 100 + WS-INP-ORD-DD
               PERFORM GET-TODAY-DATE-PROCEDURE
               IF WS-ORD-DATE-NORM < WS-GOLIVE-DATE THEN
                   DISPLAY 'Date is before go-live. Please'
                       ' re-enter the date.'
                       MOVE 'N' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-PER-LOCKED
           IF WS-DATE-OK = 'Y' AND WS-PER-SKIP-CHK NOT = 'Y' THEN
               PERFORM CHECK-CLOSED-PERIOD-PROCEDURE
           END-IF.

       CHECK-CLOSED-PERIOD-PROCEDURE.
           PERFORM READ-PERIOD-CONTROL-PROCEDURE
           DIVIDE WS-ORD-DATE-NORM BY 100 GIVING WS-PER-CHK
           IF WS-PER-CHK NOT > WS-PER-CLOSED THEN
               DISPLAY 'Date falls in a closed period. Please'
                   ' re-enter the date.'
               MOVE 'Y' TO WS-PER-LOCKED
               MOVE 'N' TO WS-DATE-OK
           END-IF.

       READ-PERIOD-CONTROL-PROCEDURE.
           MOVE 0 TO WS-PER-CLOSED
           MOVE 0 TO WS-PER-KEEP
           MOVE 0 TO WS-PER-ARCH-THRU
           MOVE 0 TO WS-PER-CLOSE-DATE
           OPEN INPUT PERCTL
           IF WS-PERCTL-STATUS = '00' THEN
               READ PERCTL
                   AT END CONTINUE
                   NOT AT END
                   MOVE PER-CLOSED TO WS-PER-CLOSED
                   MOVE PER-KEEP TO WS-PER-KEEP
                   MOVE PER-ARCH-THRU TO WS-PER-ARCH-THRU
                   MOVE PER-CLOSE-DATE TO WS-PER-CLOSE-DATE
               END-READ
               CLOSE PERCTL
           END-IF.

       WRITE-PERIOD-CONTROL-PROCEDURE.
           OPEN OUTPUT PERCTL
           MOVE WS-PER-CLOSED TO PER-CLOSED
           MOVE WS-PER-KEEP TO PER-KEEP
           MOVE WS-PER-ARCH-THRU TO PER-ARCH-THRU
           MOVE WS-PER-CLOSE-DATE TO PER-CLOSE-DATE
           WRITE PERCTL-FILE
           CLOSE PERCTL.

       CALC-MAX-DAY-PROCEDURE.
           EVALUATE WS-INP-ORD-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
           OPEN I-O PRODUCT
           MOVE WS-ORDL-T-PRD-ID(WS-LINE-IDX) TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE 0 TO WS-PRD-AVG-COST
               NOT INVALID KEY
                   IF WS-PRD-AVG-COST IS NOT NUMERIC THEN
                       MOVE 0 TO WS-PRD-AVG-COST
                   END-IF
                   SUBTRACT WS-ORDL-T-QUAN(WS-LINE-IDX)
                       FROM WS-PRD-STOCK
                   MOVE WS-PRD-STOCK TO PRD-STOCK
                   STRING 'ORD' WS-NEXT-ORD-ID DELIMITED BY SIZE
                       INTO WS-SM-REF
                   MOVE WS-PRD-LOCATION TO WS-SM-LOC
                   MOVE WS-PRD-AVG-COST TO WS-SM-UNIT-COST
                   PERFORM WRITE-STKMOVE-PROCEDURE
           END-READ
           CLOSE PRODUCT.
           MOVE WS-SM-QUAN TO SM-QUAN
           MOVE WS-SM-REF TO SM-REF
           MOVE WS-SM-LOC TO SM-LOC
           MOVE WS-SM-UNIT-COST TO SM-UNIT-COST
           WRITE STKMOVE-FILE
           CLOSE STKMOVE.

       GET-TODAY-DATE-PROCEDURE.
           IF WS-BUS-DATE-SET = 'Y' THEN
               MOVE WS-BUS-DATE TO WS-TODAY-DATE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-TODAY-MMDDYYYY-PROCEDURE.
           PERFORM GET-TODAY-DATE-PROCEDURE
           DIVIDE WS-TODAY-DATE BY 10000 GIVING WS-TODAY-YYYY
               REMAINDER WS-TODAY-MMDD
           COMPUTE WS-TODAY-MMDDYYYY = WS-TODAY-MMDD * 10000
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-ORDER-DATE-PROCEDURE
           END-PERFORM
           IF WS-PO-R-UNIT-COST IS NOT NUMERIC THEN
               MOVE 0 TO WS-PO-R-UNIT-COST
           END-IF
           MOVE WS-PO-R-UNIT-COST TO WS-COST-DISP
           DISPLAY 'PO unit cost: 'WS-COST-DISP
           DISPLAY 'Enter unit cost received (e.g. 1050 for 10.50,'
               ' 0 = PO cost):'
           ACCEPT WS-RCV-COST-INP
           IF WS-RCV-COST = 0 THEN
               MOVE WS-PO-R-UNIT-COST TO WS-RCV-COST
           END-IF
           OPEN I-O PRODUCT
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-INP-MOVE-QUAN TO WS-AVG-IN-QUAN
                   MOVE WS-RCV-COST TO WS-AVG-IN-COST
                   PERFORM CALC-AVG-COST-PROCEDURE
                   ADD WS-INP-MOVE-QUAN TO WS-PRD-STOCK
                   MOVE WS-PRD-STOCK TO PRD-STOCK
                   MOVE WS-PRD-AVG-COST TO PRD-AVG-COST
                   REWRITE PRODUCT-FILE
           END-READ
           CLOSE PRODUCT
           STRING 'PO' WS-INP-PO-ID DELIMITED BY SIZE
               INTO WS-SM-REF
           MOVE WS-PRD-LOCATION TO WS-SM-LOC
           MOVE WS-RCV-COST TO WS-SM-UNIT-COST
           PERFORM WRITE-STKMOVE-PROCEDURE
           MOVE 'STKRCV' TO WS-AUD-ACTION
           MOVE WS-INP-PRD-ID TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Stock received. New stock level: '
               WS-PRD-STOCK
           MOVE WS-PRD-AVG-COST TO WS-COST-DISP
           DISPLAY 'Average unit cost is now 'WS-COST-DISP
           PERFORM RELEASE-BACKORDERS-PROCEDURE.

       CALC-AVG-COST-PROCEDURE.
           IF WS-PRD-AVG-COST IS NOT NUMERIC THEN
               MOVE 0 TO WS-PRD-AVG-COST
           END-IF
           EVALUATE TRUE
               WHEN WS-AVG-IN-COST = 0
                   CONTINUE
               WHEN WS-PRD-AVG-COST = 0 OR WS-PRD-STOCK = 0
                   MOVE WS-AVG-IN-COST TO WS-PRD-AVG-COST
               WHEN OTHER
                   COMPUTE WS-PRD-AVG-COST ROUNDED =
                       (WS-PRD-STOCK * WS-PRD-AVG-COST
                       + WS-AVG-IN-QUAN * WS-AVG-IN-COST)
                       / (WS-PRD-STOCK + WS-AVG-IN-QUAN)
           END-EVALUATE.

       CHECK-OPEN-PO-PROCEDURE.
           MOVE 'N' TO WS-PO-OK
           MOVE 'N' TO WS-PO-FND
           ACCEPT WS-INP-SUP-ID
           DISPLAY 'Enter supplier name:'
           ACCEPT WS-INP-SUP-NAME
           DISPLAY 'Enter supplier lead time in days:'
           ACCEPT WS-INP-SUP-LEAD
           MOVE 'N' TO WS-INP-SUP-FND
           OPEN INPUT SUPPLIER
           IF WS-SUPPLIER-STATUS = '00' THEN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-INP-SUP-NAME TO SUP-NAME
                           MOVE WS-INP-SUP-LEAD TO SUP-LEAD-DAYS
                           REWRITE SUPPLIER-FILE
                   END-READ
                   CLOSE SUPPLIER
                   END-IF
                   MOVE WS-INP-SUP-ID TO SUP-ID
                   MOVE WS-INP-SUP-NAME TO SUP-NAME
                   MOVE WS-INP-SUP-LEAD TO SUP-LEAD-DAYS
                   WRITE SUPPLIER-FILE
                   CLOSE SUPPLIER
                   DISPLAY 'Supplier added.'
                   IF WS-INP-PO-QUAN = 0 THEN
                       DISPLAY 'Quantity must be greater than zero.'
                   ELSE
                       DISPLAY 'Enter unit cost (e.g. 1050 for 10.50,'
                           ' 0 = current average cost):'
                       ACCEPT WS-RCV-COST-INP
                       IF WS-RCV-COST = 0 AND
                           WS-PRD-AVG-COST IS NUMERIC THEN
                           MOVE WS-PRD-AVG-COST TO WS-RCV-COST
                       END-IF
                       PERFORM WRITE-PO-PROCEDURE
                   END-IF
               END-IF
           MOVE 0 TO PO-QUAN-RCV
           MOVE WS-INP-ORD-DATE TO PO-EXP-DATE
           MOVE 'O' TO PO-STATUS
           MOVE WS-RCV-COST TO PO-UNIT-COST
           WRITE PURCHORD-FILE
               INVALID KEY CONTINUE
           END-WRITE
               END-IF
           END-IF.

       SUPPLIER-INVOICE-PROCEDURE.
           DISPLAY 'Supplier invoices and payables:'
           DISPLAY '1. Enter supplier invoice'
           DISPLAY '2. Re-match held invoices'
           DISPLAY '3. Release held invoice (supervisor only)'
           DISPLAY '4. Mark invoice paid'
           DISPLAY '5. Payables report'
           DISPLAY 'Enter option number: '
           ACCEPT WS-SINV-CHC
           EVALUATE WS-SINV-CHC
               WHEN 1
                   PERFORM SINV-ENTRY-PROCEDURE
               WHEN 2
                   PERFORM SINV-REMATCH-PROCEDURE
               WHEN 3
                   IF WS-OPR-LEVEL < 9 THEN
                       DISPLAY 'Not authorized for this option.'
                       MOVE 'AUTHFAIL' TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-KEY
                       STRING 'SINV' WS-SINV-CHC DELIMITED BY SIZE
                           INTO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   ELSE
                       PERFORM SINV-RELEASE-PROCEDURE
                   END-IF
               WHEN 4
                   PERFORM SINV-PAID-PROCEDURE
               WHEN 5
                   PERFORM PAYABLES-REPORT-PROCEDURE
               WHEN OTHER
                   DISPLAY 'Invalid. Please input a valid number.'
           END-EVALUATE.

       SINV-ENTRY-PROCEDURE.
           DISPLAY 'Supplier invoice entry:'
           DISPLAY 'Enter supplier ID:'
           ACCEPT WS-INP-SUP-ID
           MOVE 'N' TO WS-INP-SUP-FND
           OPEN INPUT SUPPLIER
           IF WS-SUPPLIER-STATUS = '00' THEN
               MOVE WS-INP-SUP-ID TO SUP-ID
               READ SUPPLIER INTO WS-SUP
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-INP-SUP-FND
               END-READ
               CLOSE SUPPLIER
           END-IF
           IF WS-INP-SUP-FND = 'N' THEN
               DISPLAY 'Supplier does not exist.'
           ELSE
               DISPLAY 'Enter supplier invoice number:'
               ACCEPT WS-INP-SINV-NO
               PERFORM SINV-READ-PROCEDURE
               EVALUATE TRUE
                   WHEN WS-INP-SINV-NO = SPACES
                       DISPLAY 'Invoice number may not be blank.'
                   WHEN WS-SINV-FND = 'Y'
                       DISPLAY 'Invoice already entered for this'
                           ' supplier.'
                   WHEN OTHER
                       PERFORM SINV-ENTER-DETAIL-PROCEDURE
               END-EVALUATE
           END-IF.

       SINV-READ-PROCEDURE.
           MOVE 'N' TO WS-SINV-FND
           OPEN INPUT SUPINV
           IF WS-SUPINV-STATUS = '00' THEN
               MOVE WS-INP-SUP-ID TO SINV-SUP-ID
               MOVE WS-INP-SINV-NO TO SINV-INV-NO
               READ SUPINV INTO WS-SINV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-SINV-FND
               END-READ
               CLOSE SUPINV
           END-IF.

       SINV-ENTER-DETAIL-PROCEDURE.
           MOVE WS-INP-SUP-ID TO WS-SINV-SUP-ID
           MOVE WS-INP-SINV-NO TO WS-SINV-INV-NO
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter invoice date (MMDDYYYY):'
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-ORDER-DATE-PROCEDURE
           END-PERFORM
           MOVE WS-INP-ORD-DATE TO WS-SINV-INV-DATE
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter payment due date (MMDDYYYY):'
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-PO-DATE-PROCEDURE
           END-PERFORM
           MOVE WS-INP-ORD-DATE TO WS-SINV-DUE-DATE
           MOVE 0 TO WS-SIL-CNT
           MOVE 'Y' TO WS-SINV-ANS
           PERFORM UNTIL WS-SINV-ANS NOT = 'Y' OR WS-SIL-CNT = 20
               PERFORM SINV-ENTER-LINE-PROCEDURE
               IF WS-SIL-CNT < 20 THEN
                   DISPLAY 'Another PO on this invoice? (Y/N):'
                   ACCEPT WS-SINV-ANS
               END-IF
           END-PERFORM
           IF WS-SIL-CNT = 0 THEN
               DISPLAY 'No lines entered - invoice not saved.'
           ELSE
               PERFORM SINV-SAVE-PROCEDURE
           END-IF.

       SINV-ENTER-LINE-PROCEDURE.
           DISPLAY 'Enter PO ID:'
           ACCEPT WS-SIM-PO-ID
           MOVE 'N' TO WS-SINV-DUP
           PERFORM VARYING WS-SIL-I FROM 1 BY 1
               UNTIL WS-SIL-I > WS-SIL-CNT
               IF WS-SIL-T-PO-ID(WS-SIL-I) = WS-SIM-PO-ID THEN
                   MOVE 'Y' TO WS-SINV-DUP
               END-IF
           END-PERFORM
           IF WS-SINV-DUP = 'Y' THEN
               DISPLAY 'PO already on this invoice.'
           ELSE
               DISPLAY 'Enter quantity invoiced:'
               ACCEPT WS-SIM-QUAN
               DISPLAY 'Enter unit price (e.g. 1050 for 10.50):'
               ACCEPT WS-SINV-PRICE-INP
               MOVE WS-SINV-PRICE TO WS-SIM-PRICE
               IF WS-SIM-QUAN = 0 THEN
                   DISPLAY 'Quantity must be greater than zero.'
               ELSE
                   PERFORM SINV-MATCH-LINE-PROCEDURE
                   IF WS-SIM-RESULT = 'N' THEN
                       DISPLAY 'PO not found for this supplier -'
                           ' line rejected.'
                   ELSE
                       ADD 1 TO WS-SIL-CNT
                       MOVE WS-SIM-PO-ID TO WS-SIL-T-PO-ID(WS-SIL-CNT)
                       MOVE WS-SIM-QUAN TO WS-SIL-T-QUAN(WS-SIL-CNT)
                       MOVE WS-SIM-PRICE TO WS-SIL-T-PRICE(WS-SIL-CNT)
                       MOVE WS-SIM-RESULT TO WS-SIL-T-MATCH(WS-SIL-CNT)
                       PERFORM SINV-SHOW-MATCH-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       SINV-MATCH-LINE-PROCEDURE.
           MOVE 'N' TO WS-PO-FND
           OPEN INPUT PURCHORD
           IF WS-PURCHORD-STATUS = '00' THEN
               MOVE WS-SIM-PO-ID TO PO-ID
               READ PURCHORD INTO WS-PO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-PO-FND
               END-READ
               CLOSE PURCHORD
           END-IF
           IF WS-PO-FND = 'N' OR
               WS-PO-R-SUP-ID NOT = WS-SINV-SUP-ID THEN
               MOVE 'N' TO WS-SIM-RESULT
           ELSE
               IF WS-PO-R-UNIT-COST IS NOT NUMERIC THEN
                   MOVE 0 TO WS-PO-R-UNIT-COST
               END-IF
               PERFORM SINV-PRIOR-QTY-PROCEDURE
               COMPUTE WS-SIM-QTY-LIMIT = WS-PO-R-QUAN-RCV +
                   WS-PO-R-QUAN-RCV * WS-SINV-QTY-TOL / 100
               COMPUTE WS-SIM-PRICE-DIFF =
                   WS-SIM-PRICE - WS-PO-R-UNIT-COST
               IF WS-SIM-PRICE-DIFF < 0 THEN
                   COMPUTE WS-SIM-PRICE-DIFF = 0 - WS-SIM-PRICE-DIFF
               END-IF
               COMPUTE WS-SIM-PRICE-LIMIT =
                   WS-PO-R-UNIT-COST * WS-SINV-PRICE-TOL / 100
               MOVE 'N' TO WS-SIM-QTY-BAD
               MOVE 'N' TO WS-SIM-PRICE-BAD
               IF WS-SIM-QUAN + WS-SIM-PRIOR > WS-SIM-QTY-LIMIT THEN
                   MOVE 'Y' TO WS-SIM-QTY-BAD
               END-IF
               IF WS-SIM-PRICE-DIFF > WS-SIM-PRICE-LIMIT THEN
                   MOVE 'Y' TO WS-SIM-PRICE-BAD
               END-IF
               EVALUATE TRUE
                   WHEN WS-SIM-QTY-BAD = 'Y' AND WS-SIM-PRICE-BAD = 'Y'
                       MOVE 'B' TO WS-SIM-RESULT
                   WHEN WS-SIM-QTY-BAD = 'Y'
                       MOVE 'Q' TO WS-SIM-RESULT
                   WHEN WS-SIM-PRICE-BAD = 'Y'
                       MOVE 'P' TO WS-SIM-RESULT
                   WHEN OTHER
                       MOVE 'M' TO WS-SIM-RESULT
               END-EVALUATE
           END-IF.

       SINV-PRIOR-QTY-PROCEDURE.
           MOVE 0 TO WS-SIM-PRIOR
           MOVE 'N' TO WS-SINV-L-EOF
           OPEN INPUT SUPINVL
           IF WS-SUPINVL-STATUS = '00' THEN
               PERFORM UNTIL WS-SINV-L-EOF='Y'
                   READ SUPINVL NEXT INTO WS-SINVL
                       AT END MOVE 'Y' TO WS-SINV-L-EOF
                       NOT AT END
                       IF WS-SINVL-PO-ID = WS-SIM-PO-ID AND
                           (WS-SINVL-SUP-ID NOT = WS-SINV-SUP-ID OR
                           WS-SINVL-INV-NO NOT = WS-SINV-INV-NO) THEN
                           ADD WS-SINVL-QUAN TO WS-SIM-PRIOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPINVL
           END-IF.

       SINV-SHOW-MATCH-PROCEDURE.
           EVALUATE WS-SIM-RESULT
               WHEN 'M'
                   DISPLAY 'Line matched to PO 'WS-SIM-PO-ID'.'
               WHEN 'Q'
                   DISPLAY 'EXCEPTION: quantity exceeds received.'
                       ' PO received: 'WS-PO-R-QUAN-RCV
                       ' previously invoiced: 'WS-SIM-PRIOR
               WHEN 'P'
                   MOVE WS-PO-R-UNIT-COST TO WS-SINV-AMT-DISP
                   DISPLAY 'EXCEPTION: price outside tolerance.'
                       ' PO unit cost: 'WS-SINV-AMT-DISP
               WHEN 'B'
                   MOVE WS-PO-R-UNIT-COST TO WS-SINV-AMT-DISP
                   DISPLAY 'EXCEPTION: quantity exceeds received'
                       ' and price outside tolerance.'
                   DISPLAY 'PO received: 'WS-PO-R-QUAN-RCV
                       ' previously invoiced: 'WS-SIM-PRIOR
                       ' PO unit cost: 'WS-SINV-AMT-DISP
           END-EVALUATE.

       SINV-SAVE-PROCEDURE.
           MOVE 0 TO WS-SINV-TOTAL
           MOVE 'M' TO WS-SINV-STATUS
           PERFORM VARYING WS-SIL-I FROM 1 BY 1
               UNTIL WS-SIL-I > WS-SIL-CNT
               COMPUTE WS-SINV-TOTAL = WS-SINV-TOTAL +
                   WS-SIL-T-QUAN(WS-SIL-I) * WS-SIL-T-PRICE(WS-SIL-I)
               IF WS-SIL-T-MATCH(WS-SIL-I) NOT = 'M' THEN
                   MOVE 'H' TO WS-SINV-STATUS
               END-IF
           END-PERFORM
           MOVE WS-SIL-CNT TO WS-SINV-LINE-CNT
           MOVE 0 TO WS-SINV-PAID-DATE
           OPEN I-O SUPINV
           IF WS-SUPINV-STATUS NOT = '00' THEN
               OPEN OUTPUT SUPINV
           END-IF
           MOVE WS-SINV TO SUPINV-FILE
           WRITE SUPINV-FILE
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE SUPINV
           PERFORM SINV-WRITE-LINES-PROCEDURE
           MOVE 'SINVADD' TO WS-AUD-ACTION
           MOVE WS-SINV-INV-NO TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           MOVE WS-SINV-TOTAL TO WS-SINV-AMT-DISP
           IF WS-SINV-STATUS = 'M' THEN
               DISPLAY 'Invoice 'WS-SINV-INV-NO' saved - MATCHED.'
                   ' Total: 'WS-SINV-AMT-DISP
           ELSE
               DISPLAY 'Invoice 'WS-SINV-INV-NO' saved - HELD as'
                   ' match exception. Total: 'WS-SINV-AMT-DISP
           END-IF.

       SINV-WRITE-LINES-PROCEDURE.
           OPEN I-O SUPINVL
           IF WS-SUPINVL-STATUS NOT = '00' THEN
               OPEN OUTPUT SUPINVL
           END-IF
           PERFORM VARYING WS-SIL-I FROM 1 BY 1
               UNTIL WS-SIL-I > WS-SIL-CNT
               MOVE WS-SINV-SUP-ID TO SINVL-SUP-ID
               MOVE WS-SINV-INV-NO TO SINVL-INV-NO
               MOVE WS-SIL-I TO SINVL-LINE-NO
               MOVE WS-SIL-T-PO-ID(WS-SIL-I) TO SINVL-PO-ID
               MOVE WS-SIL-T-QUAN(WS-SIL-I) TO SINVL-QUAN
               MOVE WS-SIL-T-PRICE(WS-SIL-I) TO SINVL-UNIT-PRICE
               MOVE WS-SIL-T-MATCH(WS-SIL-I) TO SINVL-MATCH
               WRITE SUPINVL-FILE
                   INVALID KEY
                   REWRITE SUPINVL-FILE
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-WRITE
           END-PERFORM
           CLOSE SUPINVL.

       SINV-LOAD-LINES-PROCEDURE.
           MOVE 0 TO WS-SIL-CNT
           MOVE 'N' TO WS-SINV-L-EOF
           OPEN INPUT SUPINVL
           IF WS-SUPINVL-STATUS = '00' THEN
               MOVE WS-SINV-SUP-ID TO SINVL-SUP-ID
               MOVE WS-SINV-INV-NO TO SINVL-INV-NO
               MOVE 0 TO SINVL-LINE-NO
               START SUPINVL KEY NOT < SINVL-KEY
                   INVALID KEY MOVE 'Y' TO WS-SINV-L-EOF
               END-START
               PERFORM UNTIL WS-SINV-L-EOF='Y'
                   READ SUPINVL NEXT INTO WS-SINVL
                       AT END MOVE 'Y' TO WS-SINV-L-EOF
                       NOT AT END
                       IF WS-SINVL-SUP-ID NOT = WS-SINV-SUP-ID OR
                           WS-SINVL-INV-NO NOT = WS-SINV-INV-NO OR
                           WS-SIL-CNT = 20 THEN
                           MOVE 'Y' TO WS-SINV-L-EOF
                       ELSE
                           ADD 1 TO WS-SIL-CNT
                           MOVE WS-SINVL-PO-ID
                               TO WS-SIL-T-PO-ID(WS-SIL-CNT)
                           MOVE WS-SINVL-QUAN
                               TO WS-SIL-T-QUAN(WS-SIL-CNT)
                           MOVE WS-SINVL-UNIT-PRICE
                               TO WS-SIL-T-PRICE(WS-SIL-CNT)
                           MOVE WS-SINVL-MATCH
                               TO WS-SIL-T-MATCH(WS-SIL-CNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPINVL
           END-IF.

       SINV-REMATCH-PROCEDURE.
           MOVE 0 TO WS-SINV-CLEARED
           MOVE 'N' TO WS-SINV-EOF
           OPEN I-O SUPINV
           IF WS-SUPINV-STATUS NOT = '00' THEN
               DISPLAY 'No supplier invoices on file.'
           ELSE
               PERFORM UNTIL WS-SINV-EOF='Y'
                   READ SUPINV NEXT INTO WS-SINV
                       AT END MOVE 'Y' TO WS-SINV-EOF
                       NOT AT END
                       IF WS-SINV-STATUS = 'H' THEN
                           PERFORM SINV-REMATCH-ONE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPINV
               MOVE WS-SINV-CLEARED TO WS-SINV-CNT-DISP
               DISPLAY 'Held invoices now matched: 'WS-SINV-CNT-DISP
           END-IF.

       SINV-REMATCH-ONE-PROCEDURE.
           PERFORM SINV-LOAD-LINES-PROCEDURE
           MOVE 'Y' TO WS-SINV-ALL-OK
           PERFORM VARYING WS-SIL-I FROM 1 BY 1
               UNTIL WS-SIL-I > WS-SIL-CNT
               MOVE WS-SIL-T-PO-ID(WS-SIL-I) TO WS-SIM-PO-ID
               MOVE WS-SIL-T-QUAN(WS-SIL-I) TO WS-SIM-QUAN
               MOVE WS-SIL-T-PRICE(WS-SIL-I) TO WS-SIM-PRICE
               PERFORM SINV-MATCH-LINE-PROCEDURE
               MOVE WS-SIM-RESULT TO WS-SIL-T-MATCH(WS-SIL-I)
               IF WS-SIM-RESULT NOT = 'M' THEN
                   MOVE 'N' TO WS-SINV-ALL-OK
               END-IF
           END-PERFORM
           PERFORM SINV-WRITE-LINES-PROCEDURE
           IF WS-SINV-ALL-OK = 'Y' THEN
               MOVE 'M' TO WS-SINV-STATUS
               MOVE WS-SINV TO SUPINV-FILE
               REWRITE SUPINV-FILE
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-SINV-CLEARED
               MOVE 'SINVMTCH' TO WS-AUD-ACTION
               MOVE WS-SINV-INV-NO TO WS-AUD-KEY
               PERFORM WRITE-AUDIT-LOG-PROCEDURE
               DISPLAY 'Supplier 'WS-SINV-SUP-ID' invoice '
                   WS-SINV-INV-NO' now matched.'
           END-IF.

       SINV-SELECT-PROCEDURE.
           DISPLAY 'Enter supplier ID:'
           ACCEPT WS-INP-SUP-ID
           DISPLAY 'Enter supplier invoice number:'
           ACCEPT WS-INP-SINV-NO
           PERFORM SINV-READ-PROCEDURE
           IF WS-SINV-FND = 'N' THEN
               DISPLAY 'Supplier invoice not found.'
           END-IF.

       SINV-RELEASE-PROCEDURE.
           PERFORM SINV-SELECT-PROCEDURE
           IF WS-SINV-FND = 'Y' THEN
               IF WS-SINV-STATUS NOT = 'H' THEN
                   DISPLAY 'Invoice is not held.'
               ELSE
                   PERFORM SINV-LOAD-LINES-PROCEDURE
                   PERFORM VARYING WS-SIL-I FROM 1 BY 1
                       UNTIL WS-SIL-I > WS-SIL-CNT
                       MOVE WS-SIL-T-PO-ID(WS-SIL-I) TO WS-SIM-PO-ID
                       MOVE WS-SIL-T-MATCH(WS-SIL-I) TO WS-SIM-RESULT
                       IF WS-SIM-RESULT NOT = 'M' THEN
                           DISPLAY 'PO 'WS-SIM-PO-ID' exception code: '
                               WS-SIM-RESULT
                       END-IF
                   END-PERFORM
                   DISPLAY 'Release invoice for payment? (Y/N):'
                   ACCEPT WS-SINV-ANS
                   IF WS-SINV-ANS = 'Y' THEN
                       MOVE 'A' TO WS-SINV-STATUS
                       PERFORM SINV-REWRITE-PROCEDURE
                       MOVE 'SINVREL' TO WS-AUD-ACTION
                       MOVE WS-SINV-INV-NO TO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                       DISPLAY 'Invoice released for payment.'
                   END-IF
               END-IF
           END-IF.

       SINV-PAID-PROCEDURE.
           PERFORM SINV-SELECT-PROCEDURE
           IF WS-SINV-FND = 'Y' THEN
               EVALUATE WS-SINV-STATUS
                   WHEN 'P'
                       DISPLAY 'Invoice already paid.'
                   WHEN 'H'
                       DISPLAY 'Invoice is held - re-match or release'
                           ' before paying.'
                   WHEN OTHER
                       PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
                       MOVE 'P' TO WS-SINV-STATUS
                       MOVE WS-TODAY-MMDDYYYY TO WS-SINV-PAID-DATE
                       PERFORM SINV-REWRITE-PROCEDURE
                       MOVE 'SINVPAID' TO WS-AUD-ACTION
                       MOVE WS-SINV-INV-NO TO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                       DISPLAY 'Invoice marked paid.'
               END-EVALUATE
           END-IF.

       SINV-REWRITE-PROCEDURE.
           OPEN I-O SUPINV
           MOVE WS-SINV TO SUPINV-FILE
           REWRITE SUPINV-FILE
               INVALID KEY CONTINUE
           END-REWRITE
           CLOSE SUPINV.

       PAYABLES-REPORT-PROCEDURE.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           MOVE 0 TO WS-PAYB-G-PAYABLE
           MOVE 0 TO WS-PAYB-G-HELD
           MOVE 0 TO WS-PAYB-G-DUE
           OPEN OUTPUT PAYABLRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAYABLES REPORT AS OF ' WS-TODAY-MMDDYYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PAYABLRPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  DUE DATE INVOICE    INV DATE        AMOUNT'
               ' STATUS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PAYABLRPT-FILE FROM WS-RPT-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUPPLIER
           OPEN INPUT SUPINV
           IF WS-SUPPLIER-STATUS = '00' AND
               WS-SUPINV-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF='Y'
                   READ SUPPLIER NEXT INTO WS-SUP
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       PERFORM PAYB-ONE-SUPPLIER-PROCEDURE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUPINV
           CLOSE SUPPLIER
           MOVE 'N' TO WS-EOF
           MOVE WS-PAYB-G-PAYABLE TO WS-PAYB-D1
           MOVE WS-PAYB-G-HELD TO WS-PAYB-D2
           MOVE WS-PAYB-G-DUE TO WS-PAYB-D3
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GRAND TOTAL Payable:' WS-PAYB-D1
               ' Held:' WS-PAYB-D2 ' Due:' WS-PAYB-D3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PAYABLRPT-FILE FROM WS-RPT-LINE
           CLOSE PAYABLRPT
           DISPLAY 'Payables report written to payables.dat'
           DISPLAY 'Payable: 'WS-PAYB-D1' Held: 'WS-PAYB-D2
               ' Due now: 'WS-PAYB-D3.

       PAYB-ONE-SUPPLIER-PROCEDURE.
           MOVE 0 TO WS-PAYB-CNT
           MOVE 'N' TO WS-PAYB-FULL
           MOVE 'N' TO WS-PAYB-EOF
           MOVE WS-SUP-ID TO SINV-SUP-ID
           MOVE LOW-VALUES TO SINV-INV-NO
           START SUPINV KEY NOT < SINV-KEY
               INVALID KEY MOVE 'Y' TO WS-PAYB-EOF
           END-START
           PERFORM UNTIL WS-PAYB-EOF='Y'
               READ SUPINV NEXT INTO WS-SINV
                   AT END MOVE 'Y' TO WS-PAYB-EOF
                   NOT AT END
                   IF WS-SINV-SUP-ID NOT = WS-SUP-ID THEN
                       MOVE 'Y' TO WS-PAYB-EOF
                   ELSE
                       IF WS-SINV-STATUS NOT = 'P' THEN
                           PERFORM PAYB-COLLECT-ONE-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PAYB-CNT > 0 THEN
               MOVE 0 TO WS-PAYB-S-PAYABLE
               MOVE 0 TO WS-PAYB-S-HELD
               MOVE 0 TO WS-PAYB-S-DUE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'SUPPLIER ' WS-SUP-ID ' ' WS-SUP-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PAYABLRPT-FILE FROM WS-RPT-LINE
               PERFORM VARYING WS-PAYB-I FROM 1 BY 1
                   UNTIL WS-PAYB-I > WS-PAYB-CNT
                   PERFORM PAYB-LINE-PROCEDURE
               END-PERFORM
               IF WS-PAYB-FULL = 'Y' THEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  ** MORE THAN 50 OPEN INVOICES -'
                       ' LIST TRUNCATED **'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE PAYABLRPT-FILE FROM WS-RPT-LINE
               END-IF
               MOVE WS-PAYB-S-PAYABLE TO WS-PAYB-D1
               MOVE WS-PAYB-S-HELD TO WS-PAYB-D2
               MOVE WS-PAYB-S-DUE TO WS-PAYB-D3
               MOVE SPACES TO WS-RPT-LINE
               STRING '  SUPPLIER TOTAL Payable:' WS-PAYB-D1
                   ' Held:' WS-PAYB-D2 ' Due:' WS-PAYB-D3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PAYABLRPT-FILE FROM WS-RPT-LINE
               ADD WS-PAYB-S-PAYABLE TO WS-PAYB-G-PAYABLE
               ADD WS-PAYB-S-HELD TO WS-PAYB-G-HELD
               ADD WS-PAYB-S-DUE TO WS-PAYB-G-DUE
           END-IF.

       PAYB-COLLECT-ONE-PROCEDURE.
           IF WS-PAYB-CNT < 50 THEN
               MOVE WS-SINV-DUE-DATE TO WS-NORM-DATE-IN
               PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
               ADD 1 TO WS-PAYB-CNT
               MOVE WS-PAYB-CNT TO WS-PAYB-POS
               PERFORM VARYING WS-PAYB-I FROM 1 BY 1
                   UNTIL WS-PAYB-I NOT < WS-PAYB-POS
                   IF WS-PAYB-T-DUE-NORM(WS-PAYB-I) >
                       WS-NORM-DATE-OUT THEN
                       MOVE WS-PAYB-I TO WS-PAYB-POS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PAYB-I FROM WS-PAYB-CNT BY -1
                   UNTIL WS-PAYB-I NOT > WS-PAYB-POS
                   MOVE WS-PAYB-ENTRY(WS-PAYB-I - 1)
                       TO WS-PAYB-ENTRY(WS-PAYB-I)
               END-PERFORM
               MOVE WS-NORM-DATE-OUT TO WS-PAYB-T-DUE-NORM(WS-PAYB-POS)
               MOVE WS-SINV-DUE-DATE TO WS-PAYB-T-DUE-DATE(WS-PAYB-POS)
               MOVE WS-SINV-INV-NO TO WS-PAYB-T-INV-NO(WS-PAYB-POS)
               MOVE WS-SINV-INV-DATE TO WS-PAYB-T-INV-DATE(WS-PAYB-POS)
               MOVE WS-SINV-TOTAL TO WS-PAYB-T-TOTAL(WS-PAYB-POS)
               MOVE WS-SINV-STATUS TO WS-PAYB-T-STATUS(WS-PAYB-POS)
           ELSE
               MOVE 'Y' TO WS-PAYB-FULL
           END-IF.

       PAYB-LINE-PROCEDURE.
           EVALUATE WS-PAYB-T-STATUS(WS-PAYB-I)
               WHEN 'M'
                   MOVE 'MATCHED' TO WS-SINV-STAT-DESC
               WHEN 'A'
                   MOVE 'RELEASED' TO WS-SINV-STAT-DESC
               WHEN OTHER
                   MOVE 'HELD' TO WS-SINV-STAT-DESC
           END-EVALUATE
           MOVE WS-PAYB-T-TOTAL(WS-PAYB-I) TO WS-SINV-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PAYB-T-STATUS(WS-PAYB-I) = 'H' THEN
               ADD WS-PAYB-T-TOTAL(WS-PAYB-I) TO WS-PAYB-S-HELD
               STRING '  ' WS-PAYB-T-DUE-DATE(WS-PAYB-I) ' '
                   WS-PAYB-T-INV-NO(WS-PAYB-I) ' '
                   WS-PAYB-T-INV-DATE(WS-PAYB-I) ' '
                   WS-SINV-AMT-DISP ' ' WS-SINV-STAT-DESC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               ADD WS-PAYB-T-TOTAL(WS-PAYB-I) TO WS-PAYB-S-PAYABLE
               IF WS-PAYB-T-DUE-NORM(WS-PAYB-I) NOT > WS-TODAY-DATE
                   THEN
                   ADD WS-PAYB-T-TOTAL(WS-PAYB-I) TO WS-PAYB-S-DUE
                   STRING '  ' WS-PAYB-T-DUE-DATE(WS-PAYB-I) ' '
                       WS-PAYB-T-INV-NO(WS-PAYB-I) ' '
                       WS-PAYB-T-INV-DATE(WS-PAYB-I) ' '
                       WS-SINV-AMT-DISP ' ' WS-SINV-STAT-DESC
                       ' DUE NOW'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING '  ' WS-PAYB-T-DUE-DATE(WS-PAYB-I) ' '
                       WS-PAYB-T-INV-NO(WS-PAYB-I) ' '
                       WS-PAYB-T-INV-DATE(WS-PAYB-I) ' '
                       WS-SINV-AMT-DISP ' ' WS-SINV-STAT-DESC
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF
           WRITE PAYABLRPT-FILE FROM WS-RPT-LINE.

       FIND-MAX-PO-ID-PROCEDURE.
           MOVE 0 TO WS-MAX-PO-ID
           MOVE 'N' TO WS-PO-EOF
           OPEN INPUT PURCHORD
           IF WS-PURCHORD-STATUS = '00' THEN
               PERFORM UNTIL WS-PO-EOF = 'Y'
                   READ PURCHORD NEXT INTO WS-PO
                       AT END MOVE 'Y' TO WS-PO-EOF
                       NOT AT END
                       IF WS-PO-R-ID > WS-MAX-PO-ID THEN
                           MOVE WS-PO-R-ID TO WS-MAX-PO-ID
                       END-IF
                   END-READ
               END-PERFORM
               DISPLAY '  Ordered: 'WS-PO-R-QUAN-ORD
                   ' Received: 'WS-PO-R-QUAN-RCV
               DISPLAY '  Expected: 'WS-PO-R-EXP-DATE
               IF WS-PO-R-UNIT-COST IS NUMERIC THEN
                   MOVE WS-PO-R-UNIT-COST TO WS-COST-DISP
                   DISPLAY '  Unit cost: 'WS-COST-DISP
               END-IF
               IF WS-PO-R-STATUS = 'O' THEN
                   DISPLAY '  Status: OPEN'
               ELSE
               WHEN WS-INP-CST-ID-FND = 'N'
                   DISPLAY 'Customer 'WS-BO-R-CST-ID' not on file -'
                       ' backorder not released.'
               WHEN WS-CST-HOLD = 'Y'
                   DISPLAY 'Customer 'WS-BO-R-CST-ID' is on credit'
                       ' hold - backorder not released.'
               WHEN WS-BO-R-QUAN > WS-PRD-STOCK
                   DISPLAY 'Only 'WS-PRD-STOCK' unit(s) on hand -'
                       ' backorder not released.'
           MOVE WS-BO-R-QUAN TO WS-ORDL-T-QUAN(1)
           PERFORM GET-DISCOUNTED-PRICE-PROCEDURE
           MOVE WS-DISC-PRICE TO WS-ORDL-T-PRICE(1)
           MOVE WS-DISC-CONTRACT TO WS-ORDL-T-CONTRACT(1)
           MOVE WS-GROSS-LINE TO WS-ORD-GROSS-TOTAL
           MULTIPLY WS-DISC-PRICE BY WS-INP-QUAN
               GIVING WS-ORD-TOTAL-COST
           MOVE WS-INP-MOVE-QUAN TO WS-SM-QUAN
           MOVE WS-INP-REASON TO WS-SM-REF
           MOVE WS-PRD-LOCATION TO WS-SM-LOC
           IF WS-PRD-AVG-COST IS NUMERIC THEN
               MOVE WS-PRD-AVG-COST TO WS-SM-UNIT-COST
           ELSE
               MOVE 0 TO WS-SM-UNIT-COST
           END-IF
           PERFORM WRITE-STKMOVE-PROCEDURE
           MOVE 'STKADJ' TO WS-AUD-ACTION
           MOVE WS-INP-PRD-ID TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Stock adjusted. New stock level: 'WS-PRD-STOCK.

       STOCK-COUNT-PROCEDURE.
           DISPLAY 'Physical inventory count:'
           DISPLAY '1. Freeze product or bin range'
           DISPLAY '2. Print blind count sheets'
           DISPLAY '3. Enter counts and recounts'
           DISPLAY '4. Count variance report'
           DISPLAY '5. Approve and post variances (supervisor only)'
           DISPLAY '6. Cancel count in progress (supervisor only)'
           DISPLAY 'Enter option number: '
           ACCEPT WS-STC-CHC
           EVALUATE WS-STC-CHC
               WHEN 1
                   PERFORM STC-FREEZE-PROCEDURE
               WHEN 2
                   PERFORM STC-SHEETS-PROCEDURE
               WHEN 3
                   PERFORM STC-ENTRY-PROCEDURE
               WHEN 4
                   PERFORM STC-VARIANCE-PROCEDURE
               WHEN 5 WHEN 6
                   IF WS-OPR-LEVEL < 9 THEN
                       DISPLAY 'Not authorized for this option.'
                       MOVE 'AUTHFAIL' TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-KEY
                       STRING 'CNT' WS-STC-CHC DELIMITED BY SIZE
                           INTO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   ELSE
                       IF WS-STC-CHC = 5 THEN
                           PERFORM STC-POST-PROCEDURE
                       ELSE
                           PERFORM STC-CANCEL-PROCEDURE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'Invalid. Please input a valid number.'
           END-EVALUATE.

       STC-OPEN-COUNT-PROCEDURE.
           MOVE 0 TO WS-STC-OPEN-CNT
           MOVE 0 TO WS-STC-UNCNT-CNT
           MOVE 'N' TO WS-STC-EOF
           OPEN INPUT STKCOUNT
           IF WS-STKCOUNT-STATUS = '00' THEN
               PERFORM UNTIL WS-STC-EOF='Y'
                   READ STKCOUNT NEXT INTO WS-STC
                       AT END MOVE 'Y' TO WS-STC-EOF
                       NOT AT END
                       IF WS-STC-STATUS NOT = 'P' THEN
                           ADD 1 TO WS-STC-OPEN-CNT
                       END-IF
                       IF WS-STC-STATUS = 'F' THEN
                           ADD 1 TO WS-STC-UNCNT-CNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STKCOUNT
           END-IF.

       STC-COUNT-STKMOVE-PROCEDURE.
           MOVE 0 TO WS-STC-SM-CNT
           MOVE 'N' TO WS-STC-SM-EOF
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               PERFORM UNTIL WS-STC-SM-EOF='Y'
                   READ STKMOVE INTO WS-SM
                       AT END MOVE 'Y' TO WS-STC-SM-EOF
                       NOT AT END ADD 1 TO WS-STC-SM-CNT
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
           END-IF.

       STC-FREEZE-PROCEDURE.
           PERFORM STC-OPEN-COUNT-PROCEDURE
           IF WS-STC-OPEN-CNT > 0 THEN
               MOVE WS-STC-OPEN-CNT TO WS-STC-CNT-DISP
               DISPLAY 'A count is already in progress ('
                   WS-STC-CNT-DISP ' product(s) not posted).'
           ELSE
               DISPLAY 'Freeze by product range or bin range (P/L):'
               ACCEPT WS-STC-RANGE-TYPE
               EVALUATE WS-STC-RANGE-TYPE
                   WHEN 'P'
                       DISPLAY 'Enter first product ID:'
                       ACCEPT WS-STC-FROM-PRD
                       DISPLAY 'Enter last product ID:'
                       ACCEPT WS-STC-TO-PRD
                       PERFORM STC-FREEZE-RANGE-PROCEDURE
                   WHEN 'L'
                       DISPLAY 'Enter first bin location:'
                       ACCEPT WS-STC-FROM-LOC
                       DISPLAY 'Enter last bin location:'
                       ACCEPT WS-STC-TO-LOC
                       PERFORM STC-FREEZE-RANGE-PROCEDURE
                   WHEN OTHER
                       DISPLAY 'Invalid range type - freeze cancelled.'
               END-EVALUATE
           END-IF.

       STC-FREEZE-RANGE-PROCEDURE.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           PERFORM STC-COUNT-STKMOVE-PROCEDURE
           MOVE 0 TO WS-STC-FRZ-CNT
           MOVE 'N' TO WS-STC-EOF
           OPEN OUTPUT STKCOUNT
           OPEN INPUT PRODUCT
           PERFORM UNTIL WS-STC-EOF='Y'
               READ PRODUCT NEXT INTO WS-PRD
                   AT END MOVE 'Y' TO WS-STC-EOF
                   NOT AT END
                   MOVE 'N' TO WS-STC-FND
                   IF WS-STC-RANGE-TYPE = 'P' THEN
                       IF WS-PRD-ID NOT < WS-STC-FROM-PRD AND
                           WS-PRD-ID NOT > WS-STC-TO-PRD THEN
                           MOVE 'Y' TO WS-STC-FND
                       END-IF
                   ELSE
                       IF WS-PRD-LOCATION NOT < WS-STC-FROM-LOC AND
                           WS-PRD-LOCATION NOT > WS-STC-TO-LOC THEN
                           MOVE 'Y' TO WS-STC-FND
                       END-IF
                   END-IF
                   IF WS-STC-FND = 'Y' THEN
                       PERFORM STC-FREEZE-ONE-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           CLOSE STKCOUNT
           MOVE 'CNTFRZ' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           IF WS-STC-RANGE-TYPE = 'P' THEN
               STRING 'P' WS-STC-FROM-PRD DELIMITED BY SIZE
                   INTO WS-AUD-KEY
           ELSE
               STRING 'L' WS-STC-FROM-LOC DELIMITED BY SIZE
                   INTO WS-AUD-KEY
           END-IF
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           MOVE WS-STC-FRZ-CNT TO WS-STC-CNT-DISP
           DISPLAY WS-STC-CNT-DISP ' product(s) frozen for counting.'.

       STC-FREEZE-ONE-PROCEDURE.
           MOVE WS-PRD-ID TO WS-STC-PRD-ID
           MOVE WS-PRD-LOCATION TO WS-STC-LOC
           MOVE WS-PRD-NAME TO WS-STC-NAME
           MOVE WS-TODAY-MMDDYYYY TO WS-STC-FRZ-DATE
           MOVE WS-PRD-STOCK TO WS-STC-FRZ-STOCK
           MOVE WS-STC-SM-CNT TO WS-STC-FRZ-SEQ
           IF WS-PRD-AVG-COST IS NUMERIC THEN
               MOVE WS-PRD-AVG-COST TO WS-STC-UNIT-COST
           ELSE
               MOVE 0 TO WS-STC-UNIT-COST
           END-IF
           MOVE 0 TO WS-STC-COUNT
           MOVE 0 TO WS-STC-RECOUNT
           MOVE WS-STC-SM-CNT TO WS-STC-CNT-SEQ
           MOVE 'F' TO WS-STC-STATUS
           WRITE STKCOUNT-FILE FROM WS-STC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-STC-FRZ-CNT
           END-WRITE.

       STC-SHEETS-PROCEDURE.
           PERFORM STC-OPEN-COUNT-PROCEDURE
           IF WS-STC-OPEN-CNT = 0 THEN
               DISPLAY 'No count in progress.'
           ELSE
               MOVE 0 TO WS-STC-FRZ-CNT
               OPEN OUTPUT CNTSHEET
               OPEN INPUT STKCOUNT
               MOVE 'N' TO WS-STC-EOF
               MOVE LOW-VALUES TO STC-LOC
               START STKCOUNT KEY NOT < STC-LOC
                   INVALID KEY MOVE 'Y' TO WS-STC-EOF
               END-START
               PERFORM UNTIL WS-STC-EOF='Y'
                   READ STKCOUNT NEXT INTO WS-STC
                       AT END MOVE 'Y' TO WS-STC-EOF
                       NOT AT END
                       IF WS-STC-STATUS NOT = 'P' THEN
                           IF WS-STC-FRZ-CNT = 0 THEN
                               PERFORM STC-SHEET-HEADER-PROCEDURE
                           END-IF
                           ADD 1 TO WS-STC-FRZ-CNT
                           MOVE SPACES TO WS-RPT-LINE
                           STRING WS-STC-LOC ' ' WS-STC-PRD-ID ' '
                               WS-STC-NAME
                               '  Count: ________  Recount: ________'
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE CNTSHEET-FILE FROM WS-RPT-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STKCOUNT
               CLOSE CNTSHEET
               MOVE WS-STC-FRZ-CNT TO WS-STC-CNT-DISP
               DISPLAY 'Count sheets written to countsheet.dat ('
                   WS-STC-CNT-DISP ' line(s)).'
           END-IF.

       STC-SHEET-HEADER-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PHYSICAL INVENTORY COUNT SHEET - FROZEN '
               WS-STC-FRZ-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CNTSHEET-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOC    PRDID PRDNAME' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE CNTSHEET-FILE FROM WS-RPT-LINE.

       STC-ENTRY-PROCEDURE.
           MOVE 'Y' TO WS-STC-ANS
           PERFORM UNTIL WS-STC-ANS NOT = 'Y'
               DISPLAY 'Enter product ID counted:'
               ACCEPT WS-INP-PRD-ID
               PERFORM STC-ENTER-ONE-PROCEDURE
               DISPLAY 'Enter another count? (Y/N):'
               ACCEPT WS-STC-ANS
           END-PERFORM.

       STC-ENTER-ONE-PROCEDURE.
           MOVE 'N' TO WS-STC-FND
           OPEN I-O STKCOUNT
           IF WS-STKCOUNT-STATUS = '00' THEN
               MOVE WS-INP-PRD-ID TO STC-PRD-ID
               READ STKCOUNT INTO WS-STC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-STC-FND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-STC-FND = 'N'
                   DISPLAY 'Product is not frozen for counting.'
               WHEN WS-STC-STATUS = 'P'
                   DISPLAY 'Count for this product is already posted.'
               WHEN WS-STC-STATUS = 'F'
                   DISPLAY 'Enter quantity counted:'
                   ACCEPT WS-STC-INP-QTY
                   MOVE WS-STC-INP-QTY TO WS-STC-COUNT
                   MOVE 'C' TO WS-STC-STATUS
                   PERFORM STC-SAVE-COUNT-PROCEDURE
               WHEN OTHER
                   DISPLAY 'Count already entered: 'WS-STC-COUNT
                   DISPLAY 'Enter recount quantity:'
                   ACCEPT WS-STC-INP-QTY
                   MOVE WS-STC-INP-QTY TO WS-STC-RECOUNT
                   MOVE 'R' TO WS-STC-STATUS
                   PERFORM STC-SAVE-COUNT-PROCEDURE
           END-EVALUATE
           IF WS-STKCOUNT-STATUS NOT = '35' THEN
               CLOSE STKCOUNT
           END-IF.

       STC-SAVE-COUNT-PROCEDURE.
           PERFORM STC-COUNT-STKMOVE-PROCEDURE
           MOVE WS-STC-SM-CNT TO WS-STC-CNT-SEQ
           REWRITE STKCOUNT-FILE FROM WS-STC
               INVALID KEY DISPLAY 'Count could not be saved.'
               NOT INVALID KEY
                   IF WS-STC-STATUS = 'R' THEN
                       MOVE 'CNTRCNT' TO WS-AUD-ACTION
                   ELSE
                       MOVE 'CNTENTR' TO WS-AUD-ACTION
                   END-IF
                   MOVE WS-STC-PRD-ID TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   DISPLAY 'Count recorded.'
           END-REWRITE.

       STC-CALC-VARIANCE-PROCEDURE.
           MOVE 0 TO WS-STC-MOVE-NET
           MOVE 0 TO WS-STC-SEQ
           MOVE 'N' TO WS-STC-SM-EOF
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               PERFORM UNTIL WS-STC-SM-EOF='Y'
                   READ STKMOVE INTO WS-SM
                       AT END MOVE 'Y' TO WS-STC-SM-EOF
                       NOT AT END
                       ADD 1 TO WS-STC-SEQ
                       IF WS-STC-SEQ > WS-STC-CNT-SEQ THEN
                           MOVE 'Y' TO WS-STC-SM-EOF
                       ELSE
                           IF WS-STC-SEQ > WS-STC-FRZ-SEQ AND
                               WS-SM-PRD-ID = WS-STC-PRD-ID THEN
                               EVALUATE WS-SM-TYPE
                                   WHEN 'R' WHEN 'I' WHEN 'C'
                                   WHEN 'G'
                                       ADD WS-SM-QUAN
                                           TO WS-STC-MOVE-NET
                                   WHEN 'S' WHEN 'O' WHEN 'L'
                                       SUBTRACT WS-SM-QUAN
                                           FROM WS-STC-MOVE-NET
                               END-EVALUATE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
           END-IF
           COMPUTE WS-STC-EXPECT = WS-STC-FRZ-STOCK + WS-STC-MOVE-NET
           IF WS-STC-STATUS = 'R' THEN
               MOVE WS-STC-RECOUNT TO WS-STC-COUNTED
           ELSE
               MOVE WS-STC-COUNT TO WS-STC-COUNTED
           END-IF
           COMPUTE WS-STC-VAR = WS-STC-COUNTED - WS-STC-EXPECT
           COMPUTE WS-STC-VAR-VAL = WS-STC-VAR * WS-STC-UNIT-COST.

       STC-VARIANCE-PROCEDURE.
           PERFORM STC-OPEN-COUNT-PROCEDURE
           IF WS-STC-OPEN-CNT = 0 THEN
               DISPLAY 'No count in progress.'
           ELSE
               MOVE 0 TO WS-STC-TOT-UNITS
               MOVE 0 TO WS-STC-TOT-VAL
               MOVE 0 TO WS-STC-FRZ-CNT
               OPEN OUTPUT CNTVARRPT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'PHYSICAL INVENTORY COUNT VARIANCE REPORT'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE CNTVARRPT-FILE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'LOC    PRDID PRDNAME     EXPECT  COUNTED'
                   ' VARIANCE        VALUE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE CNTVARRPT-FILE FROM WS-RPT-LINE
               OPEN INPUT STKCOUNT
               MOVE 'N' TO WS-STC-EOF
               MOVE LOW-VALUES TO STC-LOC
               START STKCOUNT KEY NOT < STC-LOC
                   INVALID KEY MOVE 'Y' TO WS-STC-EOF
               END-START
               PERFORM UNTIL WS-STC-EOF='Y'
                   READ STKCOUNT NEXT INTO WS-STC
                       AT END MOVE 'Y' TO WS-STC-EOF
                       NOT AT END
                       IF WS-STC-STATUS NOT = 'P' THEN
                           PERFORM STC-VARIANCE-LINE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STKCOUNT
               MOVE WS-STC-TOT-UNITS TO WS-STC-UNIT-DISP
               MOVE WS-STC-TOT-VAL TO WS-STC-VAL-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'TOTAL VARIANCE  Units:' WS-STC-UNIT-DISP
                   '  Value:' WS-STC-VAL-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE CNTVARRPT-FILE FROM WS-RPT-LINE
               IF WS-STC-UNCNT-CNT > 0 THEN
                   MOVE WS-STC-UNCNT-CNT TO WS-STC-CNT-DISP
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'Products not yet counted: ' WS-STC-CNT-DISP
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE CNTVARRPT-FILE FROM WS-RPT-LINE
               END-IF
               CLOSE CNTVARRPT
               DISPLAY 'Variance report written to countvariance.dat'
               DISPLAY 'Total variance units: 'WS-STC-UNIT-DISP
                   ' value: 'WS-STC-VAL-DISP
           END-IF.

       STC-VARIANCE-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-STC-STATUS = 'F' THEN
               STRING WS-STC-LOC ' ' WS-STC-PRD-ID ' ' WS-STC-NAME
                   '  NOT COUNTED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               PERFORM STC-CALC-VARIANCE-PROCEDURE
               ADD WS-STC-VAR TO WS-STC-TOT-UNITS
               ADD WS-STC-VAR-VAL TO WS-STC-TOT-VAL
               MOVE WS-STC-EXPECT TO WS-STC-EXP-DISP
               MOVE WS-STC-VAR TO WS-STC-QTY-DISP
               MOVE WS-STC-VAR-VAL TO WS-STC-VAL-DISP
               STRING WS-STC-LOC ' ' WS-STC-PRD-ID ' ' WS-STC-NAME
                   ' ' WS-STC-EXP-DISP ' ' WS-STC-COUNTED ' '
                   WS-STC-QTY-DISP ' ' WS-STC-VAL-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-STC-VAR NOT = 0 AND WS-STC-STATUS = 'C' THEN
                   MOVE '*' TO WS-RPT-LINE(80:1)
               END-IF
           END-IF
           WRITE CNTVARRPT-FILE FROM WS-RPT-LINE.

       STC-POST-PROCEDURE.
           PERFORM STC-OPEN-COUNT-PROCEDURE
           EVALUATE TRUE
               WHEN WS-STC-OPEN-CNT = 0
                   DISPLAY 'No count in progress.'
               WHEN WS-STC-UNCNT-CNT > 0
                   MOVE WS-STC-UNCNT-CNT TO WS-STC-CNT-DISP
                   DISPLAY WS-STC-CNT-DISP ' product(s) not yet counted'
                       ' - post cancelled.'
               WHEN OTHER
                   DISPLAY 'Review countvariance.dat before posting.'
                   DISPLAY 'Approve and post count variances? (Y/N):'
                   ACCEPT WS-STC-ANS
                   IF WS-STC-ANS NOT = 'Y' THEN
                       DISPLAY 'Post cancelled.'
                   ELSE
                       PERFORM STC-POST-ALL-PROCEDURE
                   END-IF
           END-EVALUATE.

       STC-POST-ALL-PROCEDURE.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           MOVE 'CNTAPPR' TO WS-AUD-ACTION
           MOVE WS-STC-FRZ-DATE TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           MOVE 0 TO WS-STC-POST-CNT
           MOVE 'N' TO WS-STC-EOF
           OPEN I-O STKCOUNT
           PERFORM UNTIL WS-STC-EOF='Y'
               READ STKCOUNT NEXT INTO WS-STC
                   AT END MOVE 'Y' TO WS-STC-EOF
                   NOT AT END
                   IF WS-STC-STATUS = 'C' OR WS-STC-STATUS = 'R' THEN
                       PERFORM STC-POST-ONE-PROCEDURE
                       MOVE 'P' TO WS-STC-STATUS
                       REWRITE STKCOUNT-FILE FROM WS-STC
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STKCOUNT
           MOVE WS-STC-POST-CNT TO WS-STC-CNT-DISP
           DISPLAY 'Count posted. 'WS-STC-CNT-DISP
               ' stock adjustment(s) written.'.

       STC-POST-ONE-PROCEDURE.
           PERFORM STC-CALC-VARIANCE-PROCEDURE
           IF WS-STC-VAR NOT = 0 THEN
               OPEN I-O PRODUCT
               MOVE WS-STC-PRD-ID TO PRD-ID
               READ PRODUCT INTO WS-PRD
                   INVALID KEY MOVE 0 TO WS-STC-ADJ-QTY
                   NOT INVALID KEY
                       IF WS-STC-VAR > 0 THEN
                           MOVE WS-STC-VAR TO WS-STC-ADJ-QTY
                           ADD WS-STC-ADJ-QTY TO WS-PRD-STOCK
                           MOVE 'G' TO WS-SM-TYPE
                       ELSE
                           COMPUTE WS-STC-ADJ-QTY = 0 - WS-STC-VAR
                           IF WS-STC-ADJ-QTY > WS-PRD-STOCK THEN
                               MOVE WS-PRD-STOCK TO WS-STC-ADJ-QTY
                           END-IF
                           SUBTRACT WS-STC-ADJ-QTY FROM WS-PRD-STOCK
                           MOVE 'L' TO WS-SM-TYPE
                       END-IF
                       MOVE WS-PRD-STOCK TO PRD-STOCK
                       REWRITE PRODUCT-FILE
               END-READ
               CLOSE PRODUCT
               IF WS-STC-ADJ-QTY > 0 THEN
                   MOVE WS-STC-PRD-ID TO WS-SM-PRD-ID
                   MOVE WS-TODAY-MMDDYYYY TO WS-SM-DATE
                   MOVE WS-STC-ADJ-QTY TO WS-SM-QUAN
                   MOVE SPACES TO WS-SM-REF
                   STRING 'CNT' WS-STC-FRZ-DATE DELIMITED BY SIZE
                       INTO WS-SM-REF
                   MOVE WS-STC-LOC TO WS-SM-LOC
                   MOVE WS-STC-UNIT-COST TO WS-SM-UNIT-COST
                   PERFORM WRITE-STKMOVE-PROCEDURE
                   MOVE 'CNTPOST' TO WS-AUD-ACTION
                   MOVE WS-STC-PRD-ID TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   ADD 1 TO WS-STC-POST-CNT
               END-IF
           END-IF.

       STC-CANCEL-PROCEDURE.
           PERFORM STC-OPEN-COUNT-PROCEDURE
           IF WS-STC-OPEN-CNT = 0 THEN
               DISPLAY 'No count in progress.'
           ELSE
               DISPLAY 'Cancel the count in progress? (Y/N):'
               ACCEPT WS-STC-ANS
               IF WS-STC-ANS = 'Y' THEN
                   OPEN OUTPUT STKCOUNT
                   CLOSE STKCOUNT
                   MOVE 'CNTCANC' TO WS-AUD-ACTION
                   MOVE WS-STC-FRZ-DATE TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   DISPLAY 'Count cancelled.'
               END-IF
           END-IF.

       LOW-STOCK-REPORT-PROCEDURE.
           MOVE 'N' TO WS-LOWSTK-EOF
           MOVE 0 TO WS-LOWSTK-CNT
           OPEN OUTPUT REORDRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOW STOCK REORDER REPORT' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REORDRPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRDID NAME       STOCK REORD ONORD SUGGEST'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REORDRPT-FILE FROM WS-RPT-LINE
           OPEN INPUT PRODUCT
           PERFORM UNTIL WS-LOWSTK-EOF='Y'
               READ PRODUCT NEXT INTO WS-PRD
                   AT END MOVE 'Y' TO WS-LOWSTK-EOF
                   NOT AT END
                   IF WS-PRD-REORDER-PT IS NUMERIC AND
                       WS-PRD-REORDER-PT > 0 AND
                       WS-PRD-STOCK NOT > WS-PRD-REORDER-PT THEN
                       PERFORM CALC-ON-ORDER-PROCEDURE
                       IF WS-PRD-ORDER-QTY IS NOT NUMERIC OR
                           WS-PRD-ORDER-QTY = 0 THEN
                           MOVE WS-PRD-REORDER-PT TO WS-PRD-ORDER-QTY
                       END-IF
                       IF (WS-PRD-STOCK + WS-ONORD-QUAN) <
                           (WS-PRD-REORDER-PT + WS-PRD-ORDER-QTY) THEN
                           COMPUTE WS-SUGGEST-QTY =
                               WS-PRD-REORDER-PT + WS-PRD-ORDER-QTY
                               - WS-PRD-STOCK - WS-ONORD-QUAN
                       ELSE
                           MOVE 0 TO WS-SUGGEST-QTY
                       END-IF
                       ADD 1 TO WS-LOWSTK-CNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING WS-PRD-ID ' ' WS-PRD-NAME ' '
                           WS-PRD-STOCK '   ' WS-PRD-REORDER-PT '   '
                           WS-ONORD-QUAN '   ' WS-SUGGEST-QTY
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE REORDRPT-FILE FROM WS-RPT-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           IF WS-LOWSTK-CNT = 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'No products at or below reorder point.'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REORDRPT-FILE FROM WS-RPT-LINE
           END-IF
           CLOSE REORDRPT
           DISPLAY 'Reorder report written to reorderreport.dat'.

       CREDIT-CHECK-PROCEDURE.
           MOVE 'Y' TO WS-CREDIT-OK
           MOVE SPACES TO WS-CREDIT-REASON
           MOVE WS-INP-CST-ID TO WS-BAL-CST-ID
           PERFORM CHECK-CREDIT-HOLD-PROCEDURE
           IF WS-CST-ON-HOLD = 'Y' THEN
               MOVE 'N' TO WS-CREDIT-OK
               MOVE 'CREDIT HOLD' TO WS-CREDIT-REASON
           ELSE
               IF WS-CST-CREDIT-LIMIT IS NUMERIC AND
                   WS-CST-CREDIT-LIMIT > 0 AND
                   WS-CST-HOLD NOT = 'R' THEN
                   IF WS-OPEN-BAL + WS-ORD-NET-TOTAL >
                       WS-CST-CREDIT-LIMIT THEN
                       MOVE 'N' TO WS-CREDIT-OK
                       MOVE 'OVER CREDIT LIMIT' TO WS-CREDIT-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-CREDIT-HOLD-PROCEDURE.
           MOVE 'N' TO WS-CST-ON-HOLD
           PERFORM CALC-CST-OVERDUE-PROCEDURE
           PERFORM CALC-OPEN-BALANCE-PROCEDURE
           OPEN I-O CUSTOMER
           MOVE WS-BAL-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY MOVE SPACES TO WS-CST
               NOT INVALID KEY PERFORM SET-HOLD-STATUS-PROCEDURE
           END-READ
           CLOSE CUSTOMER.

       SET-HOLD-STATUS-PROCEDURE.
           IF WS-CST-HOLD NOT = 'Y' AND WS-CST-HOLD NOT = 'R' THEN
               MOVE 'N' TO WS-CST-HOLD
           END-IF
           MOVE SPACE TO WS-HOLD-TRIGGER
           IF WS-CST-CREDIT-LIMIT IS NUMERIC AND
               WS-CST-CREDIT-LIMIT > 0 THEN
               IF WS-OPEN-BAL > WS-CST-CREDIT-LIMIT THEN
                   MOVE 'L' TO WS-HOLD-TRIGGER
               END-IF
           END-IF
           IF WS-OVD-90-AMT > WS-BAL-UNAPPLIED THEN
               MOVE 'A' TO WS-HOLD-TRIGGER
           END-IF
           EVALUATE TRUE
               WHEN WS-HOLD-TRIGGER NOT = SPACE AND WS-CST-HOLD = 'N'
                   MOVE 'Y' TO WS-CST-HOLD
                   MOVE WS-HOLD-TRIGGER TO WS-CST-HOLD-REASON
                   REWRITE CUSTOMER-FILE FROM WS-CST
                   DISPLAY 'Customer 'WS-CST-ID' placed on credit hold.'
                   MOVE 'HOLDSET' TO WS-AUD-ACTION
                   MOVE WS-CST-ID TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
               WHEN WS-HOLD-TRIGGER = SPACE AND WS-CST-HOLD = 'R'
                   MOVE 'N' TO WS-CST-HOLD
                   MOVE SPACE TO WS-CST-HOLD-REASON
                   REWRITE CUSTOMER-FILE FROM WS-CST
           END-EVALUATE
           IF WS-CST-HOLD = 'Y' THEN
               MOVE 'Y' TO WS-CST-ON-HOLD
           END-IF.

       CALC-CST-OVERDUE-PROCEDURE.
           PERFORM GET-TODAY-DATE-PROCEDURE
           MOVE WS-TODAY-DATE TO WS-DN-DATE
           PERFORM DATE-TO-DAYNUM-PROCEDURE
           MOVE WS-DAYNUM TO WS-TODAY-DAYNUM
           MOVE 99999999 TO WS-APP-CUTOFF-NORM
           MOVE 0 TO WS-OVD-90-AMT
           MOVE 0 TO WS-OVD-DAYS
           MOVE 0 TO WS-OVD-ORD-ID
           MOVE 0 TO WS-OVD-ORD-DATE
           MOVE 0 TO WS-OVD-ORD-OPEN
           MOVE 'N' TO WS-OVD-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-BAL-CST-ID TO ORD-CST-ID
               START C_ORDER KEY = ORD-CST-ID
                   INVALID KEY MOVE 'Y' TO WS-OVD-EOF
               END-START
               PERFORM UNTIL WS-OVD-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-OVD-EOF
                       NOT AT END
                       IF WS-ORD-CST-ID NOT = WS-BAL-CST-ID THEN
                           MOVE 'Y' TO WS-OVD-EOF
                       ELSE
                           PERFORM CALC-OVERDUE-ONE-ORDER-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF.

       CALC-OVERDUE-ONE-ORDER-PROCEDURE.
           MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
           PERFORM IS-ORDER-VOID-PROCEDURE
           IF WS-VOID-FOUND = 'N' THEN
               PERFORM CALC-ORDER-OPEN-PROCEDURE
               IF WS-APP-ORD-OPEN > 0 THEN
                   MOVE WS-ORD-DATE TO WS-NORM-DATE-IN
                   PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                   MOVE WS-NORM-DATE-OUT TO WS-DN-DATE
                   PERFORM DATE-TO-DAYNUM-PROCEDURE
                   COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-DAYNUM
                   IF WS-AGE-DAYS > 90 THEN
                       ADD WS-APP-ORD-OPEN TO WS-OVD-90-AMT
                   END-IF
                   IF WS-AGE-DAYS > 30 AND
                       WS-AGE-DAYS > WS-OVD-DAYS THEN
                       MOVE WS-AGE-DAYS TO WS-OVD-DAYS
                       MOVE WS-ORD-ID TO WS-OVD-ORD-ID
                       MOVE WS-ORD-DATE TO WS-OVD-ORD-DATE
                       MOVE WS-APP-ORD-OPEN TO WS-OVD-ORD-OPEN
                   END-IF
               END-IF
           END-IF.

       CREDIT-HOLD-MAINT-PROCEDURE.
           DISPLAY 'Credit hold set/release:'
           DISPLAY 'Enter customer ID:'
           ACCEPT WS-INP-CST-ID
           MOVE 'N' TO WS-INP-CST-ID-FND
           OPEN I-O CUSTOMER
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           IF WS-INP-CST-ID-FND = 'N' THEN
               DISPLAY 'Customer does not exist'
           ELSE
               IF WS-CST-HOLD NOT = 'Y' AND WS-CST-HOLD NOT = 'R' THEN
                   MOVE 'N' TO WS-CST-HOLD
               END-IF
               PERFORM HOLD-DESC-PROCEDURE
               DISPLAY 'Customer 'WS-CST-ID' 'WS-CST-NAME
                   ' status: 'WS-HOLD-DESC
               IF WS-CST-HOLD = 'Y' THEN
                   DISPLAY 'Release credit hold? (Y/N):'
                   ACCEPT WS-HOLD-ANS
                   IF WS-HOLD-ANS = 'Y' THEN
                       MOVE 'R' TO WS-CST-HOLD
                       REWRITE CUSTOMER-FILE FROM WS-CST
                       DISPLAY 'Credit hold released.'
                       MOVE 'HOLDREL' TO WS-AUD-ACTION
                       MOVE WS-CST-ID TO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   END-IF
               ELSE
                   DISPLAY 'Place customer on credit hold? (Y/N):'
                   ACCEPT WS-HOLD-ANS
                   IF WS-HOLD-ANS = 'Y' THEN
                       MOVE 'Y' TO WS-CST-HOLD
                       MOVE 'M' TO WS-CST-HOLD-REASON
                       REWRITE CUSTOMER-FILE FROM WS-CST
                       DISPLAY 'Customer placed on credit hold.'
                       MOVE 'HOLDSET' TO WS-AUD-ACTION
                       MOVE WS-CST-ID TO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   END-IF
               END-IF
           END-IF
           CLOSE CUSTOMER.

       HOLD-DESC-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-CST-HOLD = 'R'
                   MOVE 'RELEASED OVERRIDE' TO WS-HOLD-DESC
               WHEN WS-CST-HOLD NOT = 'Y'
                   MOVE 'NOT ON HOLD' TO WS-HOLD-DESC
               WHEN WS-CST-HOLD-REASON = 'L'
                   MOVE 'HOLD - OVER LIMIT' TO WS-HOLD-DESC
               WHEN WS-CST-HOLD-REASON = 'A'
                   MOVE 'HOLD - 90+ DAYS' TO WS-HOLD-DESC
               WHEN OTHER
                   MOVE 'HOLD - SUPERVISOR' TO WS-HOLD-DESC
           END-EVALUATE.

       DUNNING-RUN-PROCEDURE.
           MOVE 0 TO WS-DUN-CNT
           MOVE 0 TO WS-DUN-HOLD-CNT
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           OPEN OUTPUT DUNDOC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REMINDER LETTERS ' WS-TODAY-MMDDYYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           MOVE 'N' TO WS-DUN-EOF
           OPEN I-O CUSTOMER
           IF WS-CUSTOMER-STATUS = '00' THEN
               PERFORM UNTIL WS-DUN-EOF='Y'
                   READ CUSTOMER NEXT INTO WS-CST
                       AT END MOVE 'Y' TO WS-DUN-EOF
                       NOT AT END PERFORM DUN-ONE-CUSTOMER-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER
           END-IF
           IF WS-DUN-CNT = 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'No reminder letters due.' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE DUNDOC-FILE FROM WS-RPT-LINE
           END-IF
           CLOSE DUNDOC
           MOVE 'DUNRUN' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           MOVE WS-DUN-CNT TO WS-DUN-CNT-DISP
           DISPLAY WS-DUN-CNT-DISP' reminder letter(s) written to'
               ' dunning.dat'
           MOVE WS-DUN-HOLD-CNT TO WS-DUN-CNT-DISP
           DISPLAY WS-DUN-CNT-DISP' customer(s) newly placed on'
               ' credit hold.'.

       DUN-ONE-CUSTOMER-PROCEDURE.
           MOVE WS-CST-ID TO WS-BAL-CST-ID
           PERFORM CALC-CST-OVERDUE-PROCEDURE
           PERFORM CALC-OPEN-BALANCE-PROCEDURE
           MOVE WS-CST-HOLD TO WS-HOLD-ANS
           PERFORM SET-HOLD-STATUS-PROCEDURE
           IF WS-CST-HOLD = 'Y' AND WS-HOLD-ANS NOT = 'Y' THEN
               ADD 1 TO WS-DUN-HOLD-CNT
           END-IF
           IF WS-CST-DUN-LEVEL IS NOT NUMERIC THEN
               MOVE 0 TO WS-CST-DUN-LEVEL
           END-IF
           EVALUATE TRUE
               WHEN WS-OVD-DAYS > 90
                   MOVE 3 TO WS-DUN-LEVEL
               WHEN WS-OVD-DAYS > 60
                   MOVE 2 TO WS-DUN-LEVEL
               WHEN WS-OVD-DAYS > 30
                   MOVE 1 TO WS-DUN-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-DUN-LEVEL
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DUN-LEVEL > WS-CST-DUN-LEVEL
                   PERFORM WRITE-DUN-LETTER-PROCEDURE
                   MOVE WS-DUN-LEVEL TO WS-CST-DUN-LEVEL
                   MOVE WS-TODAY-MMDDYYYY TO WS-CST-DUN-DATE
                   REWRITE CUSTOMER-FILE FROM WS-CST
               WHEN WS-DUN-LEVEL = 0 AND WS-CST-DUN-LEVEL > 0
                   MOVE 0 TO WS-CST-DUN-LEVEL
                   REWRITE CUSTOMER-FILE FROM WS-CST
           END-EVALUATE.

       WRITE-DUN-LETTER-PROCEDURE.
           ADD 1 TO WS-DUN-CNT
           MOVE SPACES TO WS-RPT-LINE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   STRING '*** FIRST REMINDER ***' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN 2
                   STRING '*** SECOND REMINDER ***' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN OTHER
                   STRING '*** FINAL NOTICE ***' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
           END-EVALUATE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Date: ' WS-TODAY-MMDDYYYY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Customer: ' WS-CST-ID ' ' WS-CST-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           IF WS-CST-ADDR1 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-CST-ADDR1 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE DUNDOC-FILE FROM WS-RPT-LINE
           END-IF
           IF WS-CST-ADDR2 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-CST-ADDR2 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE DUNDOC-FILE FROM WS-RPT-LINE
           END-IF
           IF WS-CST-ADDR3 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-CST-ADDR3 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE DUNDOC-FILE FROM WS-RPT-LINE
           END-IF
           MOVE WS-OVD-DAYS TO WS-DUN-DAYS-DISP
           MOVE WS-OVD-ORD-OPEN TO WS-STMT-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Order ' WS-OVD-ORD-ID ' dated ' WS-OVD-ORD-DATE
               ' is' WS-DUN-DAYS-DISP ' days old with'
               WS-STMT-AMT-DISP ' unpaid.'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           MOVE WS-OPEN-BAL TO WS-OPEN-BAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Total balance now due: ' WS-OPEN-BAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   STRING 'Please arrange payment at your earliest'
                       ' convenience.' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN 2
                   STRING 'Payment is now seriously overdue - please'
                       ' remit within 7 days.' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN OTHER
                   STRING 'Unless paid immediately your account will'
                       ' remain on credit hold.' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
           END-EVALUATE
           WRITE DUNDOC-FILE FROM WS-RPT-LINE
           MOVE 'DUNLTR' TO WS-AUD-ACTION
           MOVE WS-CST-ID TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE.

       CALC-OPEN-BALANCE-PROCEDURE.
           MOVE 0 TO WS-BAL-ORD-TOTAL
           MOVE 'N' TO WS-BAL-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-BAL-CST-ID TO ORD-CST-ID
               START C_ORDER KEY = ORD-CST-ID
                   INVALID KEY MOVE 'Y' TO WS-BAL-EOF
               END-START
               PERFORM UNTIL WS-BAL-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-BAL-EOF
                       NOT AT END
                       IF WS-ORD-CST-ID NOT = WS-BAL-CST-ID THEN
                           MOVE 'Y' TO WS-BAL-EOF
                       ELSE
                           MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
                           PERFORM IS-ORDER-VOID-PROCEDURE
                           IF WS-VOID-FOUND = 'N' THEN
                               PERFORM GET-ORDER-AMOUNTS-PROCEDURE
                               ADD WS-OA-NET TO WS-BAL-ORD-TOTAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF
           PERFORM CALC-PAYMENT-TOTAL-PROCEDURE
           PERFORM CALC-MEMO-TOTAL-PROCEDURE
           PERFORM CALC-APPLIED-TOTAL-PROCEDURE
           COMPUTE WS-BAL-UNAPPLIED = WS-BAL-PAY-TOTAL
               + WS-BAL-MEMO-TOTAL - WS-BAL-APPLIED
           COMPUTE WS-OPEN-BAL = WS-BAL-ORD-TOTAL - WS-BAL-APPLIED
               - WS-BAL-UNAPPLIED.

       CALC-APPLIED-TOTAL-PROCEDURE.
           MOVE 0 TO WS-BAL-APPLIED
           MOVE 0 TO WS-APP-CASH-APPLIED
           MOVE 'N' TO WS-APP-EOF
           OPEN INPUT CASHAPP
           IF WS-CASHAPP-STATUS = '00' THEN
               PERFORM UNTIL WS-APP-EOF='Y'
                   READ CASHAPP INTO WS-APP
                       AT END MOVE 'Y' TO WS-APP-EOF
                       NOT AT END
                       IF WS-APP-CST-ID = WS-BAL-CST-ID THEN
                           MOVE WS-APP-ORD-ID TO WS-INP-VOID-ORD-ID
                           PERFORM IS-ORDER-VOID-PROCEDURE
                           IF WS-VOID-FOUND = 'N' THEN
                               ADD WS-APP-AMOUNT TO WS-BAL-APPLIED
                               IF WS-APP-SRC-TYPE = 'P' THEN
                                   ADD WS-APP-AMOUNT
                                       TO WS-APP-CASH-APPLIED
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHAPP
           END-IF.

       CALC-ORDER-APPLIED-PROCEDURE.
           MOVE 0 TO WS-APP-ORD-APPLIED
           MOVE 'N' TO WS-APP-EOF
           OPEN INPUT CASHAPP
           IF WS-CASHAPP-STATUS = '00' THEN
               PERFORM UNTIL WS-APP-EOF='Y'
                   READ CASHAPP INTO WS-APP
                       AT END MOVE 'Y' TO WS-APP-EOF
                       NOT AT END
                       IF WS-APP-ORD-ID = WS-ORD-ID THEN
                           MOVE WS-APP-DATE TO WS-NORM-DATE-IN
                           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                           IF WS-NORM-DATE-OUT < WS-APP-CUTOFF-NORM THEN
                               ADD WS-APP-AMOUNT TO WS-APP-ORD-APPLIED
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHAPP
           END-IF.

       CALC-ORDER-OPEN-PROCEDURE.
           PERFORM GET-ORDER-AMOUNTS-PROCEDURE
           PERFORM CALC-ORDER-APPLIED-PROCEDURE
           IF WS-APP-ORD-APPLIED < WS-OA-NET THEN
               COMPUTE WS-APP-ORD-OPEN = WS-OA-NET - WS-APP-ORD-APPLIED
           ELSE
               MOVE 0 TO WS-APP-ORD-OPEN
           END-IF.

       CALC-MEMO-APPLIED-PROCEDURE.
           MOVE 0 TO WS-APP-MEMO-APPLIED
           MOVE 'N' TO WS-APP-EOF
           OPEN INPUT CASHAPP
           IF WS-CASHAPP-STATUS = '00' THEN
               PERFORM UNTIL WS-APP-EOF='Y'
                   READ CASHAPP INTO WS-APP
                       AT END MOVE 'Y' TO WS-APP-EOF
                       NOT AT END
                       IF WS-APP-SRC-TYPE = 'C' AND
                           WS-APP-SRC-REF = WS-APP-CM-REF THEN
                           MOVE WS-APP-ORD-ID TO WS-INP-VOID-ORD-ID
                           PERFORM IS-ORDER-VOID-PROCEDURE
                           IF WS-VOID-FOUND = 'N' THEN
                               ADD WS-APP-AMOUNT TO WS-APP-MEMO-APPLIED
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHAPP
           END-IF.

       CALC-MEMO-TOTAL-PROCEDURE.
           MOVE 0 TO WS-BAL-MEMO-TOTAL
           MOVE 'N' TO WS-BAL-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-BAL-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-BAL-EOF
                       NOT AT END
                       IF WS-CM-CST-ID = WS-BAL-CST-ID THEN
                           ADD WS-CM-AMOUNT TO WS-BAL-MEMO-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF
           MOVE 'C' TO WS-BFW-TYPE
           MOVE WS-BAL-CST-ID TO WS-BFW-ID
           PERFORM READ-BALFWD-PROCEDURE
           ADD WS-BFW-MEMO-TOTAL TO WS-BAL-MEMO-TOTAL.

       READ-BALFWD-PROCEDURE.
           MOVE 'N' TO WS-BFW-FND
           MOVE 0 TO WS-BFW-PAY-TOTAL
           MOVE 0 TO WS-BFW-MEMO-TOTAL
           MOVE 0 TO WS-BFW-STOCK-NET
           MOVE 'N' TO WS-BFW-BASE
           MOVE 'N' TO WS-BFW-SETTLED
           MOVE 0 TO WS-BFW-THRU
           OPEN INPUT BALFWD
           IF WS-BALFWD-STATUS = '00' THEN
               MOVE WS-BFW-KEY TO BFW-KEY
               READ BALFWD INTO WS-BFW
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-BFW-FND
               END-READ
               CLOSE BALFWD
           END-IF.

       CALC-PAYMENT-TOTAL-PROCEDURE.
           MOVE 0 TO WS-BAL-PAY-TOTAL
           MOVE 'N' TO WS-BAL-EOF
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-STATUS = '00' THEN
               PERFORM UNTIL WS-BAL-EOF='Y'
                   READ PAYMENT INTO WS-PAY
                       AT END MOVE 'Y' TO WS-BAL-EOF
                       NOT AT END
                       IF WS-PAY-CST-ID = WS-BAL-CST-ID THEN
                           ADD WS-PAY-AMOUNT TO WS-BAL-PAY-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT
           END-IF
           MOVE 'C' TO WS-BFW-TYPE
           MOVE WS-BAL-CST-ID TO WS-BFW-ID
           PERFORM READ-BALFWD-PROCEDURE
           ADD WS-BFW-PAY-TOTAL TO WS-BAL-PAY-TOTAL.

       CALC-ORDER-TOTAL-PROCEDURE.
           MOVE 0 TO WS-CO-ORDER-TOTAL
           MOVE 'N' TO WS-CO-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
                       IF WS-ORD-ID NOT = WS-ORDL-ID THEN
                           MOVE 'Y' TO WS-CO-EOF
                       ELSE
                           PERFORM CALC-LINE-COST-PROCEDURE
                           ADD WS-LINE-COST TO WS-CO-ORDER-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
           END-IF.

       CALC-LINE-COST-PROCEDURE.
           OPEN INPUT PRODUCT
           MOVE WS-ORDL-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY
                   MOVE 0 TO WS-PRD-PRICE
                   MOVE 0 TO WS-PRD-AVG-COST
           END-READ
           CLOSE PRODUCT
           PERFORM GET-SALE-PRICE-PROCEDURE
           MULTIPLY WS-SALE-PRICE BY WS-ORDL-QUAN
               GIVING WS-LINE-COST.

       PAYMENT-ENTRY-PROCEDURE.
           DISPLAY 'Payment entry:'
           DISPLAY 'Enter customer ID:'
           ACCEPT WS-INP-CST-ID
           MOVE 'N' TO WS-INP-CST-ID-FND
           OPEN INPUT CUSTOMER
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           CLOSE CUSTOMER
           IF WS-INP-CST-ID-FND = 'N' THEN
               DISPLAY 'Customer does not exist'
           ELSE
               DISPLAY 'Enter amount (e.g. 2500 for 25.00):'
               ACCEPT WS-PAY-AMT-INP
               IF WS-PAY-AMT = 0 THEN
                   DISPLAY 'Amount must be greater than zero.'
               ELSE
                   MOVE 'N' TO WS-DATE-OK
                   PERFORM UNTIL WS-DATE-OK = 'Y'
                       DISPLAY 'Enter payment date (MMDDYYYY):'
                       ACCEPT WS-INP-ORD-DATE
                       PERFORM VALIDATE-ORDER-DATE-PROCEDURE
                   END-PERFORM
                   DISPLAY 'Enter payment reference:'
                   ACCEPT WS-INP-PAY-REF
                   OPEN EXTEND PAYMENT
                   IF WS-PAYMENT-STATUS NOT = '00' THEN
                       OPEN OUTPUT PAYMENT
                   END-IF
                   MOVE WS-INP-CST-ID TO PAY-CST-ID
                   MOVE WS-INP-ORD-DATE TO PAY-DATE
                   MOVE WS-PAY-AMT TO PAY-AMOUNT
                   MOVE WS-INP-PAY-REF TO PAY-REF
                   WRITE PAYMENT-FILE
                   CLOSE PAYMENT
                   DISPLAY 'Payment recorded.'
                   MOVE 'PAYADD' TO WS-AUD-ACTION
                   MOVE WS-INP-CST-ID TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   MOVE WS-INP-CST-ID TO WS-APP-CST-ID
                   MOVE WS-INP-ORD-DATE TO WS-APP-DATE
                   MOVE 'P' TO WS-APP-SRC-TYPE
                   MOVE WS-INP-PAY-REF TO WS-APP-SRC-REF
                   MOVE WS-PAY-AMT TO WS-APP-REMAIN
                   PERFORM CASH-ALLOCATE-PROCEDURE
                   IF WS-APP-REMAIN > 0 THEN
                       MOVE WS-APP-REMAIN TO WS-APP-DISP
                       DISPLAY 'Unapplied cash held on account: '
                           WS-APP-DISP
                   END-IF
                   MOVE WS-INP-CST-ID TO WS-BAL-CST-ID
                   PERFORM CALC-OPEN-BALANCE-PROCEDURE
                   MOVE WS-OPEN-BAL TO WS-OPEN-BAL-DISP
                   DISPLAY 'Customer open balance is now '
                       WS-OPEN-BAL-DISP
               END-IF
           END-IF.

       CASH-ALLOCATE-PROCEDURE.
           MOVE 99999999 TO WS-APP-CUTOFF-NORM
           MOVE 'N' TO WS-APP-DONE
           PERFORM UNTIL WS-APP-DONE = 'Y'
               MOVE WS-APP-REMAIN TO WS-APP-DISP
               DISPLAY 'Amount left to apply: 'WS-APP-DISP
               DISPLAY 'Enter order ID to apply to (0 = done):'
               ACCEPT WS-INP-APP-ORD-ID
               IF WS-INP-APP-ORD-ID = 0 THEN
                   MOVE 'Y' TO WS-APP-DONE
               ELSE
                   PERFORM CASH-APPLY-ONE-ORDER-PROCEDURE
               END-IF
               IF WS-APP-REMAIN = 0 THEN
                   MOVE 'Y' TO WS-APP-DONE
               END-IF
           END-PERFORM.

       CASH-APPLY-ONE-ORDER-PROCEDURE.
           MOVE 'N' TO WS-APP-ORD-OK
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-INP-APP-ORD-ID TO ORD-ID
               READ C_ORDER INTO WS-ORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-ORD-CST-ID = WS-APP-CST-ID THEN
                           MOVE 'Y' TO WS-APP-ORD-OK
                       END-IF
               END-READ
               CLOSE C_ORDER
           END-IF
           IF WS-APP-ORD-OK = 'N' THEN
               DISPLAY 'Order not found for this customer.'
           ELSE
               MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
               PERFORM IS-ORDER-VOID-PROCEDURE
               IF WS-VOID-FOUND = 'Y' THEN
                   DISPLAY 'Order 'WS-ORD-ID' is void.'
               ELSE
                   PERFORM CALC-ORDER-OPEN-PROCEDURE
                   IF WS-APP-ORD-OPEN = 0 THEN
                       DISPLAY 'Order 'WS-ORD-ID' is already paid.'
                   ELSE
                       MOVE WS-APP-ORD-OPEN TO WS-APP-DISP
                       DISPLAY 'Order 'WS-ORD-ID' open amount: '
                           WS-APP-DISP
                       DISPLAY 'Enter amount to apply (e.g. 2500 for'
                           ' 25.00, 0 = full open amount):'
                       ACCEPT WS-APP-AMT-INP
                       IF WS-APP-AMT = 0 THEN
                           MOVE WS-APP-ORD-OPEN TO WS-APP-THIS
                       ELSE
                           MOVE WS-APP-AMT TO WS-APP-THIS
                       END-IF
                       IF WS-APP-THIS > WS-APP-ORD-OPEN THEN
                           MOVE WS-APP-ORD-OPEN TO WS-APP-THIS
                       END-IF
                       IF WS-APP-THIS > WS-APP-REMAIN THEN
                           MOVE WS-APP-REMAIN TO WS-APP-THIS
                       END-IF
                       PERFORM WRITE-CASHAPP-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       CASH-APPLY-OLDEST-PROCEDURE.
           MOVE 99999999 TO WS-APP-CUTOFF-NORM
           MOVE 'N' TO WS-APP-DONE
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-APP-CST-ID TO ORD-CST-ID
               START C_ORDER KEY = ORD-CST-ID
                   INVALID KEY MOVE 'Y' TO WS-APP-DONE
               END-START
               PERFORM UNTIL WS-APP-DONE='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-APP-DONE
                       NOT AT END
                       IF WS-ORD-CST-ID NOT = WS-APP-CST-ID THEN
                           MOVE 'Y' TO WS-APP-DONE
                       ELSE
                           PERFORM CASH-APPLY-OLDEST-ONE-PROCEDURE
                       END-IF
                   END-READ
                   IF WS-APP-REMAIN = 0 THEN
                       MOVE 'Y' TO WS-APP-DONE
                   END-IF
               END-PERFORM
               CLOSE C_ORDER
           END-IF.

       CASH-APPLY-OLDEST-ONE-PROCEDURE.
           MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
           PERFORM IS-ORDER-VOID-PROCEDURE
           IF WS-VOID-FOUND = 'N' THEN
               PERFORM CALC-ORDER-OPEN-PROCEDURE
               IF WS-APP-ORD-OPEN > 0 THEN
                   IF WS-APP-ORD-OPEN > WS-APP-REMAIN THEN
                       MOVE WS-APP-REMAIN TO WS-APP-THIS
                   ELSE
                       MOVE WS-APP-ORD-OPEN TO WS-APP-THIS
                   END-IF
                   PERFORM WRITE-CASHAPP-PROCEDURE
               END-IF
           END-IF.

       WRITE-CASHAPP-PROCEDURE.
           OPEN EXTEND CASHAPP
           IF WS-CASHAPP-STATUS NOT = '00' THEN
               OPEN OUTPUT CASHAPP
           END-IF
           MOVE WS-APP-CST-ID TO APP-CST-ID
           MOVE WS-ORD-ID TO APP-ORD-ID
           MOVE WS-APP-DATE TO APP-DATE
           MOVE WS-APP-SRC-TYPE TO APP-SRC-TYPE
           MOVE WS-APP-SRC-REF TO APP-SRC-REF
           MOVE WS-APP-THIS TO APP-AMOUNT
           WRITE CASHAPP-FILE
           CLOSE CASHAPP
           SUBTRACT WS-APP-THIS FROM WS-APP-REMAIN
           MOVE WS-APP-THIS TO WS-APP-DISP
           DISPLAY 'Applied 'WS-APP-DISP' to order 'WS-ORD-ID'.'
           MOVE 'CASHAPP' TO WS-AUD-ACTION
           MOVE WS-ORD-ID TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE.

       APPLY-CREDITS-PROCEDURE.
           DISPLAY 'Apply unapplied cash/credit memos:'
           DISPLAY 'Enter customer ID:'
           ACCEPT WS-INP-CST-ID
           MOVE 'N' TO WS-INP-CST-ID-FND
           OPEN INPUT CUSTOMER
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           CLOSE CUSTOMER
           IF WS-INP-CST-ID-FND = 'N' THEN
               DISPLAY 'Customer does not exist'
           ELSE
               MOVE WS-INP-CST-ID TO WS-BAL-CST-ID
               PERFORM CALC-OPEN-BALANCE-PROCEDURE
               MOVE WS-BAL-UNAPPLIED TO WS-APP-DISP
               DISPLAY 'Unapplied cash/credits on account: 'WS-APP-DISP
               MOVE WS-INP-CST-ID TO WS-APP-CST-ID
               PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
               MOVE WS-TODAY-MMDDYYYY TO WS-APP-DATE
               DISPLAY '1. Apply unapplied cash'
               DISPLAY '2. Apply a credit memo'
               DISPLAY 'Enter option number: '
               ACCEPT WS-APP-SRC-CHC
               EVALUATE WS-APP-SRC-CHC
                   WHEN 1
                       COMPUTE WS-APP-AVAIL = WS-BAL-PAY-TOTAL
                           - WS-APP-CASH-APPLIED
                       IF WS-APP-AVAIL NOT > 0 THEN
                           DISPLAY 'No unapplied cash on account.'
                       ELSE
                           MOVE 'P' TO WS-APP-SRC-TYPE
                           MOVE 'ON ACCOUNT' TO WS-APP-SRC-REF
                           MOVE WS-APP-AVAIL TO WS-APP-REMAIN
                           PERFORM APPLY-CREDIT-SOURCE-PROCEDURE
                       END-IF
                   WHEN 2
                       PERFORM APPLY-MEMO-PROCEDURE
                   WHEN OTHER
                       DISPLAY 'Invalid option.'
               END-EVALUATE
           END-IF.

       APPLY-MEMO-PROCEDURE.
           DISPLAY 'Enter credit memo number:'
           ACCEPT WS-INP-APP-CM-ID
           MOVE 'N' TO WS-APP-CM-FND
           MOVE 'N' TO WS-CM-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-CM-EOF
                       NOT AT END
                       IF WS-CM-ID = WS-INP-APP-CM-ID AND
                           WS-CM-CST-ID = WS-APP-CST-ID THEN
                           MOVE 'Y' TO WS-APP-CM-FND
                           MOVE 'Y' TO WS-CM-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF
           IF WS-APP-CM-FND = 'N' THEN
               DISPLAY 'Credit memo not found for this customer.'
           ELSE
               MOVE SPACES TO WS-APP-CM-REF
               MOVE WS-CM-ID TO WS-APP-CM-REF
               PERFORM CALC-MEMO-APPLIED-PROCEDURE
               COMPUTE WS-APP-AVAIL = WS-CM-AMOUNT
                   - WS-APP-MEMO-APPLIED
               IF WS-APP-AVAIL NOT > 0 THEN
                   DISPLAY 'Credit memo is already fully applied.'
               ELSE
                   MOVE 'C' TO WS-APP-SRC-TYPE
                   MOVE WS-APP-CM-REF TO WS-APP-SRC-REF
                   MOVE WS-APP-AVAIL TO WS-APP-REMAIN
                   PERFORM APPLY-CREDIT-SOURCE-PROCEDURE
               END-IF
           END-IF.

       APPLY-CREDIT-SOURCE-PROCEDURE.
           MOVE WS-APP-REMAIN TO WS-APP-DISP
           DISPLAY 'Available to apply: 'WS-APP-DISP
           DISPLAY 'Apply to oldest open orders first? (Y/N):'
           ACCEPT WS-APP-FIFO-ANS
           IF WS-APP-FIFO-ANS = 'Y' THEN
               PERFORM CASH-APPLY-OLDEST-PROCEDURE
           ELSE
               PERFORM CASH-ALLOCATE-PROCEDURE
           END-IF
           MOVE WS-APP-REMAIN TO WS-APP-DISP
           DISPLAY 'Left unapplied: 'WS-APP-DISP.

       DATE-TO-DAYNUM-PROCEDURE.
           MOVE WS-DN-X-YYYY TO WS-DN-Y
           MOVE WS-DN-X-MM TO WS-DN-M
           IF WS-DN-M < 3 THEN
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
           END-IF
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-T1
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-T2
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-T3
           COMPUTE WS-DAYNUM = 365 * WS-DN-Y + WS-DN-T1 - WS-DN-T2
               + WS-DN-T3 + (153 * (WS-DN-M + 1)) / 5 + WS-DN-X-DD.

       AGING-REPORT-PROCEDURE.
           PERFORM GET-TODAY-DATE-PROCEDURE
           MOVE WS-TODAY-DATE TO WS-DN-DATE
           PERFORM DATE-TO-DAYNUM-PROCEDURE
           MOVE WS-DAYNUM TO WS-TODAY-DAYNUM
           MOVE 0 TO WS-AGE-G-CUR
           MOVE 0 TO WS-AGE-G-30
           MOVE 0 TO WS-AGE-G-60
           MOVE 0 TO WS-AGE-G-90
           MOVE 0 TO WS-AGE-G-TOTAL
           MOVE 0 TO WS-AGE-G-UNAPPLIED
           MOVE 99999999 TO WS-APP-CUTOFF-NORM
           OPEN OUTPUT AGERPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER AGING REPORT AS OF ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE AGERPT-FILE FROM WS-RPT-LINE
           MOVE 'N' TO WS-AGE-EOF
           OPEN INPUT CUSTOMER
           PERFORM UNTIL WS-AGE-EOF='Y'
               READ CUSTOMER NEXT INTO WS-CST
                   AT END MOVE 'Y' TO WS-AGE-EOF
                   NOT AT END PERFORM AGE-ONE-CUSTOMER-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER
           MOVE WS-AGE-G-CUR TO WS-AGE-D1
           MOVE WS-AGE-G-30 TO WS-AGE-D2
           MOVE WS-AGE-G-60 TO WS-AGE-D3
           MOVE WS-AGE-G-90 TO WS-AGE-D4
           MOVE WS-AGE-G-TOTAL TO WS-AGE-D5
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTALS Cur:' WS-AGE-D1 ' 30:' WS-AGE-D2
               ' 60:' WS-AGE-D3 ' 90+:' WS-AGE-D4
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE AGERPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL OPEN: ' WS-AGE-D5
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE AGERPT-FILE FROM WS-RPT-LINE
           MOVE WS-AGE-G-UNAPPLIED TO WS-AGE-D6
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL UNAPPLIED CASH/CREDITS: ' WS-AGE-D6
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE AGERPT-FILE FROM WS-RPT-LINE
           CLOSE AGERPT
           DISPLAY 'Aging report written to agingreport.dat'.

       AGE-ONE-CUSTOMER-PROCEDURE.
           MOVE 0 TO WS-AGE-B-CUR
           MOVE 0 TO WS-AGE-B-30
           MOVE 0 TO WS-AGE-B-60
           MOVE 0 TO WS-AGE-B-90
           MOVE 0 TO WS-AGE-CST-TOTAL
           MOVE WS-CST-ID TO WS-BAL-CST-ID
           PERFORM CALC-PAYMENT-TOTAL-PROCEDURE
           PERFORM CALC-MEMO-TOTAL-PROCEDURE
           PERFORM CALC-APPLIED-TOTAL-PROCEDURE
           COMPUTE WS-AGE-UNAPPLIED = WS-BAL-PAY-TOTAL
               + WS-BAL-MEMO-TOTAL - WS-BAL-APPLIED
           MOVE 'N' TO WS-AGE-ORD-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-CST-ID TO ORD-CST-ID
               START C_ORDER KEY = ORD-CST-ID
                   INVALID KEY MOVE 'Y' TO WS-AGE-ORD-EOF
               END-START
               PERFORM UNTIL WS-AGE-ORD-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-AGE-ORD-EOF
                       NOT AT END
                       IF WS-ORD-CST-ID NOT = WS-CST-ID THEN
                           MOVE 'Y' TO WS-AGE-ORD-EOF
                       ELSE
                           MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
                           PERFORM IS-ORDER-VOID-PROCEDURE
                           IF WS-VOID-FOUND = 'N' THEN
                               PERFORM AGE-ONE-ORDER-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF
           IF WS-AGE-CST-TOTAL > 0 OR WS-AGE-UNAPPLIED NOT = 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Customer: ' WS-CST-ID ' ' WS-CST-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE AGERPT-FILE FROM WS-RPT-LINE
               MOVE WS-AGE-B-CUR TO WS-AGE-D1
               MOVE WS-AGE-B-30 TO WS-AGE-D2
               MOVE WS-AGE-B-60 TO WS-AGE-D3
               MOVE WS-AGE-B-90 TO WS-AGE-D4
               MOVE WS-AGE-CST-TOTAL TO WS-AGE-D5
               MOVE SPACES TO WS-RPT-LINE
               STRING '  Cur:' WS-AGE-D1 ' 30:' WS-AGE-D2
                   ' 60:' WS-AGE-D3 ' 90+:' WS-AGE-D4
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE AGERPT-FILE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING '  Total open: ' WS-AGE-D5
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE AGERPT-FILE FROM WS-RPT-LINE
               IF WS-AGE-UNAPPLIED NOT = 0 THEN
                   COMPUTE WS-AGE-NET = WS-AGE-CST-TOTAL
                       - WS-AGE-UNAPPLIED
                   MOVE WS-AGE-UNAPPLIED TO WS-AGE-D6
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  Unapplied cash/credits: ' WS-AGE-D6
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE AGERPT-FILE FROM WS-RPT-LINE
                   MOVE WS-AGE-NET TO WS-AGE-D6
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  Net balance: ' WS-AGE-D6
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE AGERPT-FILE FROM WS-RPT-LINE
                   ADD WS-AGE-UNAPPLIED TO WS-AGE-G-UNAPPLIED
               END-IF
               ADD WS-AGE-B-CUR TO WS-AGE-G-CUR
               ADD WS-AGE-B-30 TO WS-AGE-G-30
               ADD WS-AGE-B-60 TO WS-AGE-G-60
               ADD WS-AGE-B-90 TO WS-AGE-G-90
               ADD WS-AGE-CST-TOTAL TO WS-AGE-G-TOTAL
           END-IF.

       AGE-ONE-ORDER-PROCEDURE.
           PERFORM CALC-ORDER-OPEN-PROCEDURE
           MOVE WS-APP-ORD-OPEN TO WS-AGE-OPEN
           IF WS-AGE-OPEN > 0 THEN
               MOVE WS-ORD-DATE TO WS-NORM-DATE-IN
               PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
               MOVE WS-NORM-DATE-OUT TO WS-DN-DATE
               PERFORM DATE-TO-DAYNUM-PROCEDURE
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-DAYNUM
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 90
                       ADD WS-AGE-OPEN TO WS-AGE-B-90
                   WHEN WS-AGE-DAYS > 60
                       ADD WS-AGE-OPEN TO WS-AGE-B-60
                   WHEN WS-AGE-DAYS > 30
                       ADD WS-AGE-OPEN TO WS-AGE-B-30
                   WHEN OTHER
                       ADD WS-AGE-OPEN TO WS-AGE-B-CUR
               END-EVALUATE
               ADD WS-AGE-OPEN TO WS-AGE-CST-TOTAL
           END-IF.

       GET-ORDER-STATUS-PROCEDURE.
           MOVE 'N' TO WS-ORD-STATUS-CODE
           MOVE 0 TO WS-ORD-SHIP-DATE
           OPEN INPUT ORDSTATUS
           IF WS-ORDSTATUS-STATUS = '00' THEN
               MOVE WS-STAT-ORD-ID TO OST-ORD-ID
               READ ORDSTATUS INTO WS-OST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-OST-STATUS TO WS-ORD-STATUS-CODE
                       MOVE WS-OST-SHIP-DATE TO WS-ORD-SHIP-DATE
               END-READ
               CLOSE ORDSTATUS
           END-IF.

       WRITE-ORDER-STATUS-PROCEDURE.
           OPEN I-O ORDSTATUS
           IF WS-ORDSTATUS-STATUS NOT = '00' THEN
               OPEN OUTPUT ORDSTATUS
           END-IF
           MOVE WS-OST-ORD-ID TO OST-ORD-ID
           MOVE WS-OST-STATUS TO OST-STATUS
           MOVE WS-OST-SHIP-DATE TO OST-SHIP-DATE
           WRITE ORDSTATUS-FILE
               INVALID KEY REWRITE ORDSTATUS-FILE
           END-WRITE
           CLOSE ORDSTATUS.

       STATUS-DESC-PROCEDURE.
           EVALUATE WS-ORD-STATUS-CODE
               WHEN 'P'
                   MOVE 'PICKED' TO WS-STATUS-DESC
               WHEN 'S'
                   MOVE 'SHIPPED' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE 'NEW' TO WS-STATUS-DESC
           END-EVALUATE.

       PICK-LIST-PROCEDURE.
           MOVE 0 TO WS-PICK-CNT
           MOVE 0 TO WS-PICK-HELD-CNT
           MOVE 'N' TO WS-PICK-EOF
           OPEN OUTPUT PICKRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'WAREHOUSE PICK LISTS' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE PICKRPT-FILE FROM WS-RPT-LINE
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               PERFORM UNTIL WS-PICK-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-PICK-EOF
                       NOT AT END
                       MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
                       PERFORM IS-ORDER-VOID-PROCEDURE
                       IF WS-VOID-FOUND = 'N' THEN
                           MOVE WS-ORD-ID TO WS-STAT-ORD-ID
                           PERFORM GET-ORDER-STATUS-PROCEDURE
                           IF WS-ORD-STATUS-CODE = 'N' THEN
                               PERFORM PICK-CHECK-HOLD-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF
           IF WS-PICK-CNT = 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'No NEW orders to pick.' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE PICKRPT-FILE FROM WS-RPT-LINE
           END-IF
           IF WS-PICK-HELD-CNT > 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-PICK-HELD-CNT ' order(s) held back -'
                   ' customer on credit hold.'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PICKRPT-FILE FROM WS-RPT-LINE
           END-IF
           CLOSE PICKRPT
           MOVE 'PICKRUN' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Pick lists written to picklist.dat'.

       PICK-CHECK-HOLD-PROCEDURE.
           OPEN INPUT CUSTOMER
           MOVE WS-ORD-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY MOVE SPACES TO WS-CST
           END-READ
           CLOSE CUSTOMER
           IF WS-CST-HOLD = 'Y' THEN
               ADD 1 TO WS-PICK-HELD-CNT
           ELSE
               PERFORM PICK-ONE-ORDER-PROCEDURE
           END-IF.

       PICK-ONE-ORDER-PROCEDURE.
           ADD 1 TO WS-PICK-CNT
           OPEN INPUT CUSTOMER
           MOVE WS-ORD-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY MOVE SPACES TO WS-CST-NAME
           END-READ
           CLOSE CUSTOMER
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Order ' WS-ORD-ID ' Date ' WS-ORD-DATE
               ' Customer ' WS-CST-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PICKRPT-FILE FROM WS-RPT-LINE
           PERFORM GET-SHIP-ADDRESS-PROCEDURE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Ship to: ' WS-SHIP-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PICKRPT-FILE FROM WS-RPT-LINE
           PERFORM WRITE-SHIP-ADDR-PICK-PROCEDURE
           MOVE 0 TO WS-PICK-LINE-CNT
           MOVE 'N' TO WS-CO-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
               MOVE WS-ORD-ID TO ORDL-ID
               MOVE 0 TO ORDL-LINE-NO
               START ORDERLINE KEY NOT < ORDL-KEY
                   INVALID KEY MOVE 'Y' TO WS-CO-EOF
               END-START
               PERFORM UNTIL WS-CO-EOF='Y'
                   READ ORDERLINE NEXT INTO WS-ORDL
                       AT END MOVE 'Y' TO WS-CO-EOF
                       NOT AT END
                       IF WS-ORD-ID NOT = WS-ORDL-ID THEN
                           MOVE 'Y' TO WS-CO-EOF
                       ELSE
                           PERFORM PICK-COLLECT-LINE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
           END-IF
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I > WS-PICK-LINE-CNT
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-PICK-T-LOC(WS-PICK-I) ' '
                   WS-PICK-T-PRD-ID(WS-PICK-I) ' '
                   WS-PICK-T-NAME(WS-PICK-I)
                   ' Qty:' WS-PICK-T-QUAN(WS-PICK-I)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PICKRPT-FILE FROM WS-RPT-LINE
           END-PERFORM
           MOVE WS-ORD-ID TO WS-OST-ORD-ID
           MOVE 'P' TO WS-OST-STATUS
           MOVE 0 TO WS-OST-SHIP-DATE
           PERFORM WRITE-ORDER-STATUS-PROCEDURE.

       WRITE-SHIP-ADDR-PICK-PROCEDURE.
           IF WS-SHIP-ADDR1 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-SHIP-ADDR1
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PICKRPT-FILE FROM WS-RPT-LINE
           END-IF
           IF WS-SHIP-ADDR2 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-SHIP-ADDR2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PICKRPT-FILE FROM WS-RPT-LINE
           END-IF
           IF WS-SHIP-ADDR3 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-SHIP-ADDR3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PICKRPT-FILE FROM WS-RPT-LINE
           END-IF.

       PICK-COLLECT-LINE-PROCEDURE.
           IF WS-PICK-LINE-CNT NOT < 99 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  *** WARNING: more than 99 lines - pick'
                   ' list is INCOMPLETE ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PICKRPT-FILE FROM WS-RPT-LINE
           ELSE
               OPEN INPUT PRODUCT
               MOVE WS-ORDL-PRD-ID TO PRD-ID
               READ PRODUCT INTO WS-PRD
                   INVALID KEY
                       MOVE SPACES TO WS-PRD-NAME
                       MOVE SPACES TO WS-PRD-LOCATION
               END-READ
               CLOSE PRODUCT
               ADD 1 TO WS-PICK-LINE-CNT
               MOVE WS-PICK-LINE-CNT TO WS-PICK-POS
               PERFORM VARYING WS-PICK-I FROM 1 BY 1
                   UNTIL WS-PICK-I NOT < WS-PICK-POS
                   IF WS-PICK-T-LOC(WS-PICK-I) > WS-PRD-LOCATION THEN
                       MOVE WS-PICK-I TO WS-PICK-POS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PICK-I FROM WS-PICK-LINE-CNT BY -1
                   UNTIL WS-PICK-I NOT > WS-PICK-POS
                   MOVE WS-PICK-ENTRY(WS-PICK-I - 1)
                       TO WS-PICK-ENTRY(WS-PICK-I)
               END-PERFORM
               MOVE WS-PRD-LOCATION TO WS-PICK-T-LOC(WS-PICK-POS)
               MOVE WS-ORDL-PRD-ID TO WS-PICK-T-PRD-ID(WS-PICK-POS)
               MOVE WS-PRD-NAME TO WS-PICK-T-NAME(WS-PICK-POS)
               MOVE WS-ORDL-QUAN TO WS-PICK-T-QUAN(WS-PICK-POS)
           END-IF.

       SHIP-CONFIRM-PROCEDURE.
           DISPLAY 'Ship confirmation:'
           DISPLAY 'Enter order ID:'
           ACCEPT WS-INP-SHIP-ORD-ID
           MOVE 'N' TO WS-SHIP-ORD-FND
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-INP-SHIP-ORD-ID TO ORD-ID
               READ C_ORDER INTO WS-ORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-SHIP-ORD-FND
               END-READ
               CLOSE C_ORDER
           END-IF
           IF WS-SHIP-ORD-FND = 'N' THEN
               DISPLAY 'No such order.'
           ELSE
               MOVE WS-INP-SHIP-ORD-ID TO WS-INP-VOID-ORD-ID
               PERFORM IS-ORDER-VOID-PROCEDURE
               MOVE WS-INP-SHIP-ORD-ID TO WS-STAT-ORD-ID
               PERFORM GET-ORDER-STATUS-PROCEDURE
               EVALUATE TRUE
                   WHEN WS-VOID-FOUND = 'Y'
                       DISPLAY 'Order is voided - cannot ship.'
                   WHEN WS-ORD-STATUS-CODE = 'S'
                       DISPLAY 'Order has already shipped.'
                   WHEN WS-ORD-STATUS-CODE = 'N'
                       DISPLAY 'Order has not been picked yet.'
                   WHEN OTHER
                       MOVE 'N' TO WS-DATE-OK
                       PERFORM UNTIL WS-DATE-OK = 'Y'
                           DISPLAY 'Enter ship date (MMDDYYYY):'
                           ACCEPT WS-INP-ORD-DATE
                           PERFORM VALIDATE-ORDER-DATE-PROCEDURE
                       END-PERFORM
                       MOVE WS-INP-SHIP-ORD-ID TO WS-OST-ORD-ID
                       MOVE 'S' TO WS-OST-STATUS
                       MOVE WS-INP-ORD-DATE TO WS-OST-SHIP-DATE
                       PERFORM WRITE-ORDER-STATUS-PROCEDURE
                       MOVE 'ORDSHIP' TO WS-AUD-ACTION
                       MOVE WS-INP-SHIP-ORD-ID TO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                       PERFORM WRITE-SHIPDOC-PROCEDURE
                       DISPLAY 'Order 'WS-INP-SHIP-ORD-ID
                           ' marked SHIPPED.'
               END-EVALUATE
           END-IF.

       WRITE-SHIPDOC-PROCEDURE.
           PERFORM GET-SHIP-ADDRESS-PROCEDURE
           OPEN OUTPUT SHIPDOC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SHIPPING NOTE - ORDER ' WS-ORD-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE SHIPDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Ship date: ' WS-INP-ORD-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE SHIPDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Ship to: ' WS-SHIP-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE SHIPDOC-FILE FROM WS-RPT-LINE
           IF WS-SHIP-ADDR1 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-SHIP-ADDR1
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SHIPDOC-FILE FROM WS-RPT-LINE
           END-IF
           IF WS-SHIP-ADDR2 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-SHIP-ADDR2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SHIPDOC-FILE FROM WS-RPT-LINE
           END-IF
           IF WS-SHIP-ADDR3 NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' WS-SHIP-ADDR3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SHIPDOC-FILE FROM WS-RPT-LINE
           END-IF
           CLOSE SHIPDOC
           DISPLAY 'Shipping note written to shipdoc.dat'.

       RETURN-ENTRY-PROCEDURE.
           DISPLAY 'Process a return:'
           DISPLAY 'Enter order ID:'
           ACCEPT WS-INP-RET-ORD-ID
           MOVE 'N' TO WS-RET-ORD-FND
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-INP-RET-ORD-ID TO ORD-ID
               READ C_ORDER INTO WS-ORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RET-ORD-FND
                       MOVE WS-ORD-DATE TO WS-RET-ORD-DATE
                       MOVE WS-ORD-CST-ID TO WS-RET-CST-ID
               END-READ
               CLOSE C_ORDER
           END-IF
           IF WS-RET-ORD-FND = 'N' THEN
               DISPLAY 'No such order.'
           ELSE
               MOVE WS-INP-RET-ORD-ID TO WS-INP-VOID-ORD-ID
               PERFORM IS-ORDER-VOID-PROCEDURE
               IF WS-VOID-FOUND = 'Y' THEN
                   DISPLAY 'Order is voided - no return possible.'
               ELSE
                   PERFORM GET-RETURN-LINE-PROCEDURE
               END-IF
           END-IF.

       GET-RETURN-LINE-PROCEDURE.
           DISPLAY 'Enter product ID being returned:'
           ACCEPT WS-INP-RET-PRD-ID
           MOVE 0 TO WS-RET-ORDERED-QUAN
           MOVE 0 TO WS-RET-LINE-PRICE
           MOVE 0 TO WS-RET-ORD-AMT
           MOVE 0 TO WS-RET-ORD-COST
           MOVE WS-INP-RET-ORD-ID TO WS-ORD-ID
           MOVE WS-RET-ORD-DATE TO WS-ORD-DATE
           MOVE WS-RET-CST-ID TO WS-ORD-CST-ID
           MOVE 'N' TO WS-RET-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
               MOVE WS-INP-RET-ORD-ID TO ORDL-ID
               MOVE 0 TO ORDL-LINE-NO
               START ORDERLINE KEY NOT < ORDL-KEY
                   INVALID KEY MOVE 'Y' TO WS-RET-EOF
               END-START
               PERFORM UNTIL WS-RET-EOF='Y'
                   READ ORDERLINE NEXT INTO WS-ORDL
                       AT END MOVE 'Y' TO WS-RET-EOF
                       NOT AT END
                       IF WS-ORDL-ID NOT = WS-INP-RET-ORD-ID THEN
                           MOVE 'Y' TO WS-RET-EOF
                       ELSE
                           IF WS-ORDL-PRD-ID = WS-INP-RET-PRD-ID THEN
                               ADD WS-ORDL-QUAN
                                   TO WS-RET-ORDERED-QUAN
                               PERFORM CALC-LINE-COST-PROCEDURE
                               ADD WS-LINE-COST TO WS-RET-ORD-AMT
                               PERFORM GET-SALE-COST-PROCEDURE
                               COMPUTE WS-RET-ORD-COST = WS-RET-ORD-COST
                                   + WS-SALE-COST * WS-ORDL-QUAN
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
           END-IF
           IF WS-RET-ORDERED-QUAN = 0 THEN
               DISPLAY 'That product is not on the order.'
           ELSE
               COMPUTE WS-RET-LINE-PRICE ROUNDED = WS-RET-ORD-AMT
                   / WS-RET-ORDERED-QUAN
               COMPUTE WS-RET-UNIT-COST ROUNDED = WS-RET-ORD-COST
                   / WS-RET-ORDERED-QUAN
               PERFORM CALC-PRIOR-RETURNS-PROCEDURE
               COMPUTE WS-RET-AVAIL-QUAN = WS-RET-ORDERED-QUAN
                   - WS-RET-PRIOR-QUAN
               DISPLAY 'Enter quantity returned:'
               ACCEPT WS-INP-RET-QUAN
               IF WS-INP-RET-QUAN = 0 OR
                   WS-INP-RET-QUAN > WS-RET-AVAIL-QUAN THEN
                   DISPLAY 'Only 'WS-RET-AVAIL-QUAN' unit(s) of this'
                       ' product can still be returned on this order.'
               ELSE
                   PERFORM WRITE-CREDIT-MEMO-PROCEDURE
               END-IF
           END-IF.

       CALC-PRIOR-RETURNS-PROCEDURE.
           MOVE 0 TO WS-RET-PRIOR-QUAN
           MOVE 'N' TO WS-CM-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-CM-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-CM-EOF
                       NOT AT END
                       IF WS-CM-ORD-ID = WS-INP-RET-ORD-ID AND
                           WS-CM-PRD-ID = WS-INP-RET-PRD-ID THEN
                           ADD WS-CM-QUAN TO WS-RET-PRIOR-QUAN
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF
           MOVE 'N' TO WS-CM-EOF
           OPEN INPUT CMHIST
           IF WS-CMHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-CM-EOF='Y'
                   READ CMHIST INTO WS-CM
                       AT END MOVE 'Y' TO WS-CM-EOF
                       NOT AT END
                       IF WS-CM-ORD-ID = WS-INP-RET-ORD-ID AND
                           WS-CM-PRD-ID = WS-INP-RET-PRD-ID THEN
                           ADD WS-CM-QUAN TO WS-RET-PRIOR-QUAN
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CMHIST
           END-IF.

       WRITE-CREDIT-MEMO-PROCEDURE.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter return date (MMDDYYYY):'
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-ORDER-DATE-PROCEDURE
           END-PERFORM
           PERFORM GET-NEXT-ORDER-ID-PROCEDURE
           MULTIPLY WS-RET-LINE-PRICE BY WS-INP-RET-QUAN
               GIVING WS-RET-AMOUNT
           OPEN I-O PRODUCT
           MOVE WS-INP-RET-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-INP-RET-QUAN TO WS-AVG-IN-QUAN
                   MOVE WS-RET-UNIT-COST TO WS-AVG-IN-COST
                   PERFORM CALC-AVG-COST-PROCEDURE
                   ADD WS-INP-RET-QUAN TO WS-PRD-STOCK
                   MOVE WS-PRD-STOCK TO PRD-STOCK
                   MOVE WS-PRD-AVG-COST TO PRD-AVG-COST
                   REWRITE PRODUCT-FILE
           END-READ
           CLOSE PRODUCT
           MOVE WS-INP-RET-PRD-ID TO WS-SM-PRD-ID
           MOVE WS-INP-ORD-DATE TO WS-SM-DATE
           MOVE 'C' TO WS-SM-TYPE
           MOVE WS-INP-RET-QUAN TO WS-SM-QUAN
           MOVE SPACES TO WS-SM-REF
           STRING 'CM' WS-NEXT-ORD-ID DELIMITED BY SIZE
               INTO WS-SM-REF
           MOVE WS-PRD-LOCATION TO WS-SM-LOC
           MOVE WS-RET-UNIT-COST TO WS-SM-UNIT-COST
           PERFORM WRITE-STKMOVE-PROCEDURE
           OPEN EXTEND CREDMEMO
           IF WS-CREDMEMO-STATUS NOT = '00' THEN
               OPEN OUTPUT CREDMEMO
           END-IF
           MOVE WS-NEXT-ORD-ID TO CM-ID
           MOVE WS-INP-RET-ORD-ID TO CM-ORD-ID
           MOVE WS-RET-CST-ID TO CM-CST-ID
           MOVE WS-INP-RET-PRD-ID TO CM-PRD-ID
           MOVE WS-INP-RET-QUAN TO CM-QUAN
           MOVE WS-INP-ORD-DATE TO CM-DATE
           MOVE WS-RET-AMOUNT TO CM-AMOUNT
           MOVE WS-RET-UNIT-COST TO CM-UNIT-COST
           WRITE CREDMEMO-FILE
           CLOSE CREDMEMO
           PERFORM PRINT-CREDIT-MEMO-PROCEDURE
           MOVE 'RETURN' TO WS-AUD-ACTION
           MOVE WS-NEXT-ORD-ID TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Credit memo 'WS-NEXT-ORD-ID' created.'.

       PRINT-CREDIT-MEMO-PROCEDURE.
           OPEN INPUT CUSTOMER
           MOVE WS-RET-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY MOVE SPACES TO WS-CST-NAME
           END-READ
           CLOSE CUSTOMER
           OPEN INPUT PRODUCT
           MOVE WS-INP-RET-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE SPACES TO WS-PRD-NAME
           END-READ
           CLOSE PRODUCT
           OPEN OUTPUT CMDOC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CREDIT MEMO NO. ' WS-NEXT-ORD-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CMDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Date: ' WS-INP-ORD-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CMDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Original order: ' WS-INP-RET-ORD-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CMDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Customer: ' WS-RET-CST-ID ' ' WS-CST-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CMDOC-FILE FROM WS-RPT-LINE
           MOVE WS-RET-LINE-PRICE TO WS-PRD-COST
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Returned: ' WS-PRD-NAME ' Qty:' WS-INP-RET-QUAN
               ' Unit price:' WS-PRD-COST
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CMDOC-FILE FROM WS-RPT-LINE
           MOVE WS-RET-AMOUNT TO WS-RET-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CREDIT AMOUNT: ' WS-RET-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE CMDOC-FILE FROM WS-RPT-LINE
           CLOSE CMDOC
           DISPLAY 'Credit memo document written to creditdoc.dat'.

       PRINT-INVOICE-PROCEDURE.
           DISPLAY 'Print invoice:'
           DISPLAY 'Enter order ID:'
           ACCEPT WS-INV-ORD-ID
           MOVE 'N' TO WS-INV-FND
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-INV-ORD-ID TO ORD-ID
               READ C_ORDER INTO WS-ORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-INV-FND
               END-READ
               CLOSE C_ORDER
           END-IF
           IF WS-INV-FND = 'N' THEN
               DISPLAY 'No such order.'
           ELSE
               MOVE WS-INV-ORD-ID TO WS-INP-VOID-ORD-ID
               PERFORM IS-ORDER-VOID-PROCEDURE
               IF WS-VOID-FOUND = 'Y' THEN
                   DISPLAY 'Order is voided - no invoice.'
               ELSE
                   PERFORM WRITE-INVOICE-DOC-PROCEDURE
               END-IF
           END-IF.

       WRITE-INVOICE-DOC-PROCEDURE.
           OPEN INPUT CUSTOMER
           MOVE WS-ORD-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY MOVE SPACES TO WS-CST-NAME
           END-READ
           CLOSE CUSTOMER
           OPEN OUTPUT INVDOC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INVOICE FOR ORDER ' WS-ORD-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Date: ' WS-ORD-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Customer: ' WS-ORD-CST-ID ' ' WS-CST-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE
           MOVE 'N' TO WS-INV-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
               MOVE WS-ORD-ID TO ORDL-ID
               MOVE 0 TO ORDL-LINE-NO
               START ORDERLINE KEY NOT < ORDL-KEY
                   INVALID KEY MOVE 'Y' TO WS-INV-EOF
               END-START
               PERFORM UNTIL WS-INV-EOF='Y'
                   READ ORDERLINE NEXT INTO WS-ORDL
                       AT END MOVE 'Y' TO WS-INV-EOF
                       NOT AT END
                       IF WS-ORD-ID NOT = WS-ORDL-ID THEN
                           MOVE 'Y' TO WS-INV-EOF
                       ELSE
                           PERFORM WRITE-INVOICE-LINE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
           END-IF
           PERFORM GET-ORDER-AMOUNTS-PROCEDURE
           MOVE WS-OA-GROSS TO WS-OA-D1
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Gross:    ' WS-OA-D1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE
           MOVE WS-OA-DISC TO WS-OA-D2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Discount: ' WS-OA-D2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE
           MOVE WS-OA-TAX TO WS-OA-D3
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Tax:      ' WS-OA-D3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE
           MOVE WS-OA-NET TO WS-OA-D4
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AMOUNT DUE: ' WS-OA-D4
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE
           CLOSE INVDOC
           MOVE 'INVPRT' TO WS-AUD-ACTION
           MOVE WS-ORD-ID TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Invoice document written to invoicedoc.dat'.

       WRITE-INVOICE-LINE-PROCEDURE.
           OPEN INPUT PRODUCT
           MOVE WS-ORDL-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE SPACES TO WS-PRD-NAME
           END-READ
           CLOSE PRODUCT
           PERFORM GET-SALE-PRICE-PROCEDURE
           MULTIPLY WS-SALE-PRICE BY WS-ORDL-QUAN
               GIVING WS-LINE-COST
           MOVE WS-SALE-PRICE TO WS-INV-UNIT-DISP
           MOVE WS-LINE-COST TO WS-PRD-COST
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-PRD-NAME ' Qty:' WS-ORDL-QUAN
               ' Price:' WS-INV-UNIT-DISP ' Cost:' WS-PRD-COST
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVDOC-FILE FROM WS-RPT-LINE.

       STATEMENT-RUN-PROCEDURE.
           DISPLAY 'Monthly customer statements:'
           IF WS-EOD-MODE = 'Y' THEN
               MOVE WS-EOD-STMT-MMYYYY TO WS-STMT-MMYYYY
           ELSE
               DISPLAY 'Enter statement month (MMYYYY):'
               ACCEPT WS-STMT-MMYYYY
           END-IF
           PERFORM READ-PERIOD-CONTROL-PROCEDURE
           COMPUTE WS-PER-CHK = WS-STMT-YYYY * 100 + WS-STMT-MM
           IF WS-STMT-MM < 1 OR WS-STMT-MM > 12 OR
               WS-PER-CHK NOT > WS-PER-ARCH-THRU THEN
               IF WS-STMT-MM < 1 OR WS-STMT-MM > 12 THEN
                   DISPLAY 'Invalid month - statements not run.'
               ELSE
                   DISPLAY 'Month has been archived - use history'
                       ' inquiry.'
               END-IF
           ELSE
               COMPUTE WS-STMT-START-NORM = WS-STMT-YYYY * 10000
                   + WS-STMT-MM * 100
               MOVE 0 TO WS-STMT-CST-CNT
               OPEN OUTPUT STMTDOC
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CUSTOMER STATEMENTS FOR ' WS-STMT-MMYYYY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE STMTDOC-FILE FROM WS-RPT-LINE
               MOVE 'N' TO WS-STMT-EOF
               OPEN INPUT CUSTOMER
               PERFORM UNTIL WS-STMT-EOF='Y'
                   READ CUSTOMER NEXT INTO WS-CST
                       AT END MOVE 'Y' TO WS-STMT-EOF
                       NOT AT END PERFORM STMT-ONE-CUSTOMER-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER
               IF WS-STMT-CST-CNT = 0 THEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'No customer activity for this month.'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE STMTDOC-FILE FROM WS-RPT-LINE
               END-IF
               CLOSE STMTDOC
               MOVE 'STMTRUN' TO WS-AUD-ACTION
               MOVE WS-STMT-MMYYYY TO WS-AUD-KEY
               PERFORM WRITE-AUDIT-LOG-PROCEDURE
               DISPLAY 'Statements written to statement.dat'
           END-IF.

       STMT-ONE-CUSTOMER-PROCEDURE.
           MOVE 0 TO WS-STMT-OPEN-BAL
           MOVE 0 TO WS-STMT-ACT-CNT
           MOVE 1 TO WS-STMT-PASS
           PERFORM STMT-SCAN-ORDERS-PROCEDURE
           PERFORM STMT-SCAN-PAYMENTS-PROCEDURE
           PERFORM STMT-SCAN-MEMOS-PROCEDURE
           PERFORM STMT-CARRIED-FWD-PROCEDURE
           IF WS-STMT-ACT-CNT > 0 OR WS-STMT-OPEN-BAL NOT = 0 THEN
               ADD 1 TO WS-STMT-CST-CNT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Customer: ' WS-CST-ID ' ' WS-CST-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE STMTDOC-FILE FROM WS-RPT-LINE
               MOVE WS-STMT-OPEN-BAL TO WS-STMT-RUN-BAL
               MOVE WS-STMT-OPEN-BAL TO WS-STMT-BAL-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  Opening balance: ' WS-STMT-BAL-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE STMTDOC-FILE FROM WS-RPT-LINE
               MOVE 2 TO WS-STMT-PASS
               PERFORM STMT-SCAN-ORDERS-PROCEDURE
               PERFORM STMT-SCAN-PAYMENTS-PROCEDURE
               PERFORM STMT-SCAN-MEMOS-PROCEDURE
               MOVE WS-STMT-RUN-BAL TO WS-STMT-BAL-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  Closing balance: ' WS-STMT-BAL-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE STMTDOC-FILE FROM WS-RPT-LINE
               PERFORM STMT-OPEN-ITEMS-PROCEDURE
           END-IF.

       STMT-CARRIED-FWD-PROCEDURE.
           MOVE 'C' TO WS-BFW-TYPE
           MOVE WS-CST-ID TO WS-BFW-ID
           PERFORM READ-BALFWD-PROCEDURE
           SUBTRACT WS-BFW-PAY-TOTAL FROM WS-STMT-OPEN-BAL
           SUBTRACT WS-BFW-MEMO-TOTAL FROM WS-STMT-OPEN-BAL.

       STMT-OPEN-ITEMS-PROCEDURE.
           COMPUTE WS-APP-CUTOFF-NORM = WS-STMT-START-NORM + 100
           MOVE 0 TO WS-STMT-OPEN-ITEMS
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Open items at month end:' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE STMTDOC-FILE FROM WS-RPT-LINE
           MOVE 3 TO WS-STMT-PASS
           PERFORM STMT-SCAN-ORDERS-PROCEDURE
           COMPUTE WS-STMT-UNAPPLIED = WS-STMT-OPEN-ITEMS
               - WS-STMT-RUN-BAL
           IF WS-STMT-UNAPPLIED NOT = 0 THEN
               MOVE WS-STMT-UNAPPLIED TO WS-STMT-AMT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '    Unapplied cash/credits: -' WS-STMT-AMT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE STMTDOC-FILE FROM WS-RPT-LINE
           END-IF.

       STMT-OPEN-ITEM-PROCEDURE.
           IF WS-NORM-DATE-OUT < WS-APP-CUTOFF-NORM THEN
               PERFORM CALC-ORDER-OPEN-PROCEDURE
               IF WS-APP-ORD-OPEN > 0 THEN
                   ADD WS-APP-ORD-OPEN TO WS-STMT-OPEN-ITEMS
                   MOVE WS-APP-ORD-OPEN TO WS-STMT-AMT-DISP
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '    ' WS-ORD-DATE ' Order ' WS-ORD-ID
                       ' Open:' WS-STMT-AMT-DISP
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE STMTDOC-FILE FROM WS-RPT-LINE
               END-IF
           END-IF.

       STMT-SCAN-ORDERS-PROCEDURE.
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-CST-ID TO ORD-CST-ID
               START C_ORDER KEY = ORD-CST-ID
                   INVALID KEY MOVE 'Y' TO WS-TEMP-EOF
               END-START
               PERFORM UNTIL WS-TEMP-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-TEMP-EOF
                       NOT AT END
                       IF WS-ORD-CST-ID NOT = WS-CST-ID THEN
                           MOVE 'Y' TO WS-TEMP-EOF
                       ELSE
                           PERFORM STMT-ONE-ORDER-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF.

       STMT-ONE-ORDER-PROCEDURE.
           MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
           PERFORM IS-ORDER-VOID-PROCEDURE
           IF WS-VOID-FOUND = 'N' THEN
               MOVE WS-ORD-DATE TO WS-NORM-DATE-IN
               PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
               EVALUATE TRUE
                   WHEN WS-STMT-PASS = 3
                       PERFORM STMT-OPEN-ITEM-PROCEDURE
                   WHEN WS-NORM-DATE-OUT < WS-STMT-START-NORM
                       IF WS-STMT-PASS = 1 THEN
                           PERFORM GET-ORDER-AMOUNTS-PROCEDURE
                           ADD WS-OA-NET TO WS-STMT-OPEN-BAL
                       END-IF
                   WHEN WS-NORM-DATE-OUT <
                       (WS-STMT-START-NORM + 100)
                       IF WS-STMT-PASS = 1 THEN
                           ADD 1 TO WS-STMT-ACT-CNT
                       ELSE
                           PERFORM GET-ORDER-AMOUNTS-PROCEDURE
                           ADD WS-OA-NET TO WS-STMT-RUN-BAL
                           MOVE WS-OA-NET TO WS-STMT-AMT-DISP
                           MOVE WS-STMT-RUN-BAL TO WS-STMT-BAL-DISP
                           MOVE SPACES TO WS-RPT-LINE
                           STRING '  ' WS-ORD-DATE ' Order '
                               WS-ORD-ID ' ' WS-STMT-AMT-DISP
                               ' Bal:' WS-STMT-BAL-DISP
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE STMTDOC-FILE FROM WS-RPT-LINE
                       END-IF
               END-EVALUATE
           END-IF.

       STMT-SCAN-PAYMENTS-PROCEDURE.
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-STATUS = '00' THEN
               PERFORM UNTIL WS-TEMP-EOF='Y'
                   READ PAYMENT INTO WS-PAY
                       AT END MOVE 'Y' TO WS-TEMP-EOF
                       NOT AT END
                       IF WS-PAY-CST-ID = WS-CST-ID THEN
                           PERFORM STMT-ONE-PAYMENT-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT
           END-IF.

       STMT-ONE-PAYMENT-PROCEDURE.
           MOVE WS-PAY-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           EVALUATE TRUE
               WHEN WS-NORM-DATE-OUT < WS-STMT-START-NORM
                   IF WS-STMT-PASS = 1 THEN
                       SUBTRACT WS-PAY-AMOUNT FROM WS-STMT-OPEN-BAL
                   END-IF
               WHEN WS-NORM-DATE-OUT < (WS-STMT-START-NORM + 100)
                   IF WS-STMT-PASS = 1 THEN
                       ADD 1 TO WS-STMT-ACT-CNT
                   ELSE
                       SUBTRACT WS-PAY-AMOUNT FROM WS-STMT-RUN-BAL
                       MOVE WS-PAY-AMOUNT TO WS-STMT-AMT-DISP
                       MOVE WS-STMT-RUN-BAL TO WS-STMT-BAL-DISP
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  ' WS-PAY-DATE ' Payment '
                           WS-PAY-REF ' -' WS-STMT-AMT-DISP
                           ' Bal:' WS-STMT-BAL-DISP
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE STMTDOC-FILE FROM WS-RPT-LINE
                   END-IF
           END-EVALUATE.

       STMT-SCAN-MEMOS-PROCEDURE.
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-TEMP-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-TEMP-EOF
                       NOT AT END
                       IF WS-CM-CST-ID = WS-CST-ID THEN
                           PERFORM STMT-ONE-MEMO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF.

       STMT-ONE-MEMO-PROCEDURE.
           MOVE WS-CM-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           EVALUATE TRUE
               WHEN WS-NORM-DATE-OUT < WS-STMT-START-NORM
                   IF WS-STMT-PASS = 1 THEN
                       SUBTRACT WS-CM-AMOUNT FROM WS-STMT-OPEN-BAL
                   END-IF
               WHEN WS-NORM-DATE-OUT < (WS-STMT-START-NORM + 100)
                   IF WS-STMT-PASS = 1 THEN
                       ADD 1 TO WS-STMT-ACT-CNT
                   ELSE
                       SUBTRACT WS-CM-AMOUNT FROM WS-STMT-RUN-BAL
                       MOVE WS-CM-AMOUNT TO WS-STMT-AMT-DISP
                       MOVE WS-STMT-RUN-BAL TO WS-STMT-BAL-DISP
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  ' WS-CM-DATE ' Credit memo '
                           WS-CM-ID ' -' WS-STMT-AMT-DISP
                           ' Bal:' WS-STMT-BAL-DISP
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE STMTDOC-FILE FROM WS-RPT-LINE
                   END-IF
           END-EVALUATE.

       REPORT-RETURNS-PROCEDURE.
           MOVE 0 TO WS-RET-NET-TOTAL
           MOVE 'N' TO WS-CM-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-CM-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-CM-EOF
                       NOT AT END
                       IF WS-CM-CST-ID = WS-CST-ID THEN
                           ADD WS-CM-AMOUNT TO WS-RET-NET-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF
           MOVE 'C' TO WS-BFW-TYPE
           MOVE WS-CST-ID TO WS-BFW-ID
           PERFORM READ-BALFWD-PROCEDURE
           ADD WS-BFW-MEMO-TOTAL TO WS-RET-NET-TOTAL
           IF WS-RET-NET-TOTAL > 0 THEN
               MOVE WS-RET-NET-TOTAL TO WS-RET-NET-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  Returns: -' WS-RET-NET-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SALESRPT-FILE FROM WS-RPT-LINE
               SUBTRACT WS-RET-NET-TOTAL FROM WS-CST-SUBTOTAL
           END-IF.

       DR-ACCUMULATE-RETURNS-PROCEDURE.
           MOVE 0 TO WS-DR-RET-TOTAL
           MOVE 'N' TO WS-CM-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-CM-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-CM-EOF
                       NOT AT END
                       MOVE WS-CM-DATE TO WS-NORM-DATE-IN
                       PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                       IF WS-NORM-DATE-OUT >= WS-DR-START-NORM AND
                           WS-NORM-DATE-OUT <= WS-DR-END-NORM THEN
                           ADD WS-CM-AMOUNT TO WS-DR-RET-TOTAL
                           SUBTRACT WS-CM-AMOUNT
                               FROM WS-DR-GRAND-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF.

       AUDIT-PROCEDURE.
           MOVE 0 TO WS-EXC-CNT
           MOVE 0 TO WS-AUD-ORD-CNT
           MOVE 0 TO WS-AUD-ORDL-CNT
           MOVE 0 TO WS-AUD-VOID-CNT
           MOVE 0 TO WS-AUD-CST-CNT
           MOVE 0 TO WS-AUD-PRD-CNT
           MOVE 0 TO WS-AUD-PAY-CNT
           MOVE 0 TO WS-AUD-CM-CNT
           MOVE 0 TO WS-AUD-SM-CNT
           OPEN OUTPUT EXCRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATA INTEGRITY AUDIT - EXCEPTION REPORT'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           PERFORM AUDIT-ORDERS-PROCEDURE
           PERFORM AUDIT-ORDERLINES-PROCEDURE
           PERFORM AUDIT-VOIDS-PROCEDURE
           PERFORM AUDIT-NEXTID-PROCEDURE
           PERFORM AUDIT-STOCK-PROCEDURE
           PERFORM AUDIT-COUNTS-PROCEDURE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-EXC-CNT = 0 THEN
               STRING 'VERDICT: CLEAN' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               MOVE WS-EXC-CNT TO WS-EXC-CNT-DISP
               STRING 'VERDICT: ' WS-EXC-CNT-DISP ' EXCEPTION(S)'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           CLOSE EXCRPT
           MOVE 'AUDITRUN' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Audit report written to exceptionreport.dat'.

       AUDIT-EXC-LINE-PROCEDURE.
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           ADD 1 TO WS-EXC-CNT.

       AUDIT-ORDERS-PROCEDURE.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               PERFORM UNTIL WS-AUD-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                       ADD 1 TO WS-AUD-ORD-CNT
                       PERFORM AUDIT-ONE-ORDER-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF.

       AUDIT-ONE-ORDER-PROCEDURE.
           MOVE 'N' TO WS-INP-CST-ID-FND
           OPEN INPUT CUSTOMER
           MOVE WS-ORD-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           CLOSE CUSTOMER
           IF WS-INP-CST-ID-FND = 'N' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Order ' WS-ORD-ID ': customer ' WS-ORD-CST-ID
                   ' not on customer file'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM AUDIT-EXC-LINE-PROCEDURE
           END-IF
           MOVE 'N' TO WS-AUD-FND
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
               MOVE WS-ORD-ID TO ORDL-ID
               MOVE 0 TO ORDL-LINE-NO
               START ORDERLINE KEY NOT < ORDL-KEY
                   INVALID KEY CONTINUE
               END-START
               IF WS-ORDERLINE-STATUS = '00' THEN
                   READ ORDERLINE NEXT INTO WS-ORDL
                       AT END CONTINUE
                       NOT AT END
                       IF WS-ORDL-ID = WS-ORD-ID THEN
                           MOVE 'Y' TO WS-AUD-FND
                       END-IF
                   END-READ
               END-IF
               CLOSE ORDERLINE
           END-IF
           IF WS-AUD-FND = 'N' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Order ' WS-ORD-ID ' has no order lines'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM AUDIT-EXC-LINE-PROCEDURE
           END-IF.

       AUDIT-ORDERLINES-PROCEDURE.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
               PERFORM UNTIL WS-AUD-EOF='Y'
                   READ ORDERLINE NEXT INTO WS-ORDL
                       AT END MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                       ADD 1 TO WS-AUD-ORDL-CNT
                       PERFORM AUDIT-ONE-ORDERLINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
           END-IF.

       AUDIT-ONE-ORDERLINE-PROCEDURE.
           MOVE 'N' TO WS-AUD-FND
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE WS-ORDL-ID TO ORD-ID
               READ C_ORDER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-AUD-FND
               END-READ
               CLOSE C_ORDER
           END-IF
           IF WS-AUD-FND = 'N' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Order line for order ' WS-ORDL-ID ' product '
                   WS-ORDL-PRD-ID ' has no parent order'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM AUDIT-EXC-LINE-PROCEDURE
           END-IF
           MOVE 'N' TO WS-INP-PRD-ID-FND
           OPEN INPUT PRODUCT
           MOVE WS-ORDL-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-PRD-ID-FND
           END-READ
           CLOSE PRODUCT
           IF WS-INP-PRD-ID-FND = 'N' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Order line for order ' WS-ORDL-ID ': product '
                   WS-ORDL-PRD-ID ' not on product file'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM AUDIT-EXC-LINE-PROCEDURE
           END-IF.

       AUDIT-VOIDS-PROCEDURE.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT VOIDFLAG
           IF WS-VOIDFLAG-STATUS = '00' THEN
               PERFORM UNTIL WS-AUD-EOF='Y'
                   READ VOIDFLAG NEXT
                       AT END MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                       ADD 1 TO WS-AUD-VOID-CNT
                       PERFORM AUDIT-ONE-VOID-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE VOIDFLAG
           END-IF.

       AUDIT-ONE-VOID-PROCEDURE.
           MOVE 'N' TO WS-AUD-FND
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               MOVE VOID-ORD-ID TO ORD-ID
               READ C_ORDER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-AUD-FND
               END-READ
               CLOSE C_ORDER
           END-IF
           IF WS-AUD-FND = 'N' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Void flag for order ' VOID-ORD-ID
                   ' matches no order'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM AUDIT-EXC-LINE-PROCEDURE
           END-IF.

       AUDIT-NEXTID-PROCEDURE.
           PERFORM FIND-MAX-ORDER-ID-PROCEDURE
           OPEN INPUT NEXTID
           IF WS-NEXTID-STATUS = '00' THEN
               MOVE 'N' TO WS-NEXTID-EMPTY
               READ NEXTID INTO WS-NEXT-ORD-ID
                   AT END MOVE 'Y' TO WS-NEXTID-EMPTY
               END-READ
               CLOSE NEXTID
               IF WS-NEXTID-EMPTY = 'N' AND
                   WS-NEXT-ORD-ID NOT > WS-MAX-ORD-ID THEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'Next order ID ' WS-NEXT-ORD-ID
                       ' is not above highest order ID '
                       WS-MAX-ORD-ID ' - duplicate risk'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM AUDIT-EXC-LINE-PROCEDURE
               END-IF
           END-IF.

       AUDIT-STOCK-PROCEDURE.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT PRODUCT
           PERFORM UNTIL WS-AUD-EOF='Y'
               READ PRODUCT NEXT INTO WS-PRD
                   AT END MOVE 'Y' TO WS-AUD-EOF
                   NOT AT END
                   ADD 1 TO WS-AUD-PRD-CNT
                   PERFORM AUDIT-ONE-STOCK-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE PRODUCT.

       AUDIT-ONE-STOCK-PROCEDURE.
           MOVE 'P' TO WS-BFW-TYPE
           MOVE WS-PRD-ID TO WS-BFW-ID
           PERFORM READ-BALFWD-PROCEDURE
           MOVE WS-BFW-BASE TO WS-AUD-BASE
           MOVE WS-BFW-STOCK-NET TO WS-AUD-NET
           MOVE 'N' TO WS-AUD-EOF2
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               PERFORM UNTIL WS-AUD-EOF2='Y'
                   READ STKMOVE INTO WS-SM
                       AT END MOVE 'Y' TO WS-AUD-EOF2
                       NOT AT END
                       IF WS-SM-PRD-ID = WS-PRD-ID THEN
                           EVALUATE WS-SM-TYPE
                               WHEN 'B'
                                   MOVE 'Y' TO WS-AUD-BASE
                                   ADD WS-SM-QUAN TO WS-AUD-NET
                               WHEN 'R' WHEN 'I' WHEN 'C' WHEN 'G'
                                   ADD WS-SM-QUAN TO WS-AUD-NET
                               WHEN 'S' WHEN 'O' WHEN 'L'
                                   SUBTRACT WS-SM-QUAN
                                       FROM WS-AUD-NET
                           END-EVALUATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
           END-IF
           IF WS-AUD-BASE = 'Y' AND
               WS-AUD-NET NOT = WS-PRD-STOCK THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Product ' WS-PRD-ID ': stock ' WS-PRD-STOCK
                   ' disagrees with movement history'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM AUDIT-EXC-LINE-PROCEDURE
           END-IF.

       AUDIT-COUNTS-PROCEDURE.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT CUSTOMER
           PERFORM UNTIL WS-AUD-EOF='Y'
               READ CUSTOMER NEXT INTO WS-CST
                   AT END MOVE 'Y' TO WS-AUD-EOF
                   NOT AT END ADD 1 TO WS-AUD-CST-CNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-STATUS = '00' THEN
               PERFORM UNTIL WS-AUD-EOF='Y'
                   READ PAYMENT INTO WS-PAY
                       AT END MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END ADD 1 TO WS-AUD-PAY-CNT
                   END-READ
               END-PERFORM
               CLOSE PAYMENT
           END-IF
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-AUD-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END ADD 1 TO WS-AUD-CM-CNT
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               PERFORM UNTIL WS-AUD-EOF='Y'
                   READ STKMOVE INTO WS-SM
                       AT END MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END ADD 1 TO WS-AUD-SM-CNT
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RECORD COUNTS' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-CST-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Customers:   ' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-PRD-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Products:    ' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-ORD-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Orders:      ' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-ORDL-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Order lines: ' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-VOID-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Void flags:  ' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-PAY-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Payments:    ' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-CM-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Credit memos:' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE
           MOVE WS-AUD-SM-CNT TO WS-AUD-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Movements:   ' WS-AUD-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE EXCRPT-FILE FROM WS-RPT-LINE.

       GL-EXTRACT-PROCEDURE.
           DISPLAY 'GL extract:'
           IF WS-EOD-MODE = 'Y' THEN
               MOVE WS-EOD-BUS-MMDDYYYY TO WS-INP-ORD-DATE
           ELSE
               MOVE 'N' TO WS-DATE-OK
               MOVE 'Y' TO WS-PER-SKIP-CHK
               PERFORM UNTIL WS-DATE-OK = 'Y'
                   DISPLAY 'Enter business date (MMDDYYYY):'
                   ACCEPT WS-INP-ORD-DATE
                   PERFORM VALIDATE-ORDER-DATE-PROCEDURE
               END-PERFORM
               MOVE 'N' TO WS-PER-SKIP-CHK
           END-IF
           MOVE WS-INP-ORD-DATE TO WS-GLX-DATE
           PERFORM CHECK-GLEX-DAY-PROCEDURE
           IF WS-GLX-MARKED = 'Y' THEN
               DISPLAY 'This day has already been extracted and sent.'
               IF WS-EOD-MODE = 'Y' THEN
                   MOVE 'N' TO WS-GLX-ANS
               ELSE
                   DISPLAY 'Re-extract anyway? (Y/N):'
                   ACCEPT WS-GLX-ANS
               END-IF
           ELSE
               MOVE 'Y' TO WS-GLX-ANS
           END-IF
           IF WS-GLX-ANS = 'Y' THEN
               PERFORM WRITE-GL-EXTRACT-PROCEDURE
           ELSE
               DISPLAY 'GL extract cancelled.'
           END-IF.

       CHECK-GLEX-DAY-PROCEDURE.
           MOVE 'N' TO WS-GLX-MARKED
           MOVE 'N' TO WS-GLX-EOF
           OPEN INPUT GLEXDAYS
           IF WS-GLEXDAYS-STATUS = '00' THEN
               PERFORM UNTIL WS-GLX-EOF='Y'
                   READ GLEXDAYS
                       AT END MOVE 'Y' TO WS-GLX-EOF
                       NOT AT END
                       IF GLD-DATE = WS-GLX-DATE THEN
                           MOVE 'Y' TO WS-GLX-MARKED
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GLEXDAYS
           END-IF.

       WRITE-GL-EXTRACT-PROCEDURE.
           MOVE 0 TO WS-GLX-COUNT
           MOVE 0 TO WS-GLX-HASH
           MOVE 0 TO WS-GLX-AMOUNT
           OPEN OUTPUT GLEXT
           MOVE 'H' TO GLX-H-TYPE
           MOVE WS-GLX-DATE TO GLX-H-DATE
           WRITE GLEXT-HDR
           MOVE 'N' TO WS-GLX-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               PERFORM UNTIL WS-GLX-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-GLX-EOF
                       NOT AT END
                       IF WS-ORD-DATE = WS-GLX-DATE THEN
                           PERFORM WRITE-GL-DETAIL-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF
           MOVE 'T' TO GLX-T-TYPE
           MOVE WS-GLX-COUNT TO GLX-T-COUNT
           MOVE WS-GLX-HASH TO GLX-T-HASH
           MOVE WS-GLX-AMOUNT TO GLX-T-AMOUNT
           WRITE GLEXT-TRL
           CLOSE GLEXT
           IF WS-GLX-MARKED = 'N' THEN
               PERFORM MARK-GLEX-DAY-PROCEDURE
           END-IF
           MOVE 'GLEXT' TO WS-AUD-ACTION
           MOVE WS-GLX-DATE TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           MOVE WS-GLX-COUNT TO WS-GLX-CNT-DISP
           DISPLAY 'GL extract written to glextract.dat ('
               WS-GLX-CNT-DISP' detail record(s)).'.

       WRITE-GL-DETAIL-PROCEDURE.
           MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
           PERFORM IS-ORDER-VOID-PROCEDURE
           MOVE 'D' TO GLX-D-TYPE
           MOVE WS-ORD-ID TO GLX-D-ORD-ID
           MOVE WS-ORD-DATE TO GLX-D-DATE
           MOVE WS-ORD-CST-ID TO GLX-D-CST-ID
           IF WS-VOID-FOUND = 'Y' THEN
               MOVE 'Y' TO GLX-D-VOID
               MOVE 0 TO GLX-D-AMOUNT
           ELSE
               MOVE 'N' TO GLX-D-VOID
               PERFORM GET-ORDER-AMOUNTS-PROCEDURE
               MOVE WS-OA-NET TO GLX-D-AMOUNT
               ADD WS-OA-NET TO WS-GLX-AMOUNT
           END-IF
           WRITE GLEXT-DTL
           ADD 1 TO WS-GLX-COUNT
           ADD WS-ORD-ID TO WS-GLX-HASH.

       MARK-GLEX-DAY-PROCEDURE.
           OPEN EXTEND GLEXDAYS
           IF WS-GLEXDAYS-STATUS NOT = '00' THEN
               OPEN OUTPUT GLEXDAYS
           END-IF
           MOVE WS-GLX-DATE TO GLD-DATE
           WRITE GLEXDAYS-FILE
           CLOSE GLEXDAYS.

       CONVERT-LEGACY-PROCEDURE.
           DISPLAY 'Convert legacy data files:'
           DISPLAY 'This loads customer.old, product.old, order.old,'
           DISPLAY 'orderline.old and voidflag.old into the current'
           DISPLAY 'keyed files. Rename the existing data files to'
           DISPLAY 'those names before running this option.'
           DISPLAY 'Proceed? (Y/N):'
           ACCEPT WS-CVT-ANS
           IF WS-CVT-ANS NOT = 'Y' THEN
               DISPLAY 'Conversion cancelled.'
           ELSE
               PERFORM CONVERT-CUSTOMER-PROCEDURE
               PERFORM CONVERT-PRODUCT-PROCEDURE
               PERFORM CONVERT-ORDER-PROCEDURE
               PERFORM CONVERT-ORDERLINE-PROCEDURE
               PERFORM CONVERT-VOIDFLAG-PROCEDURE
               MOVE 'CONVERT' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-KEY
               PERFORM WRITE-AUDIT-LOG-PROCEDURE
               DISPLAY 'Conversion complete.'
           END-IF.

       CONVERT-CUSTOMER-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT CUSTOLD
           IF WS-CUSTOLD-STATUS NOT = '00' THEN
               DISPLAY 'customer.old not found - skipped.'
           ELSE
               OPEN I-O CUSTOMER
               IF WS-CUSTOMER-STATUS NOT = '00' THEN
                   OPEN OUTPUT CUSTOMER
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ CUSTOLD NEXT
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE CSTO-ID TO CST-ID
                       MOVE CSTO-NAME TO CST-NAME
                       MOVE 0 TO CST-CREDIT-LIMIT
                       MOVE 0 TO CST-DISC-PCT
                       MOVE SPACES TO CST-ADDR1
                       MOVE SPACES TO CST-ADDR2
                       MOVE SPACES TO CST-ADDR3
                       MOVE 0 TO CST-REP-ID
                       MOVE 'N' TO CST-HOLD
                       MOVE SPACE TO CST-HOLD-REASON
                       MOVE 0 TO CST-DUN-LEVEL
                       MOVE 0 TO CST-DUN-DATE
                       WRITE CUSTOMER-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER
               CLOSE CUSTOLD
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' customer record(s) converted.'
           END-IF.

       CONVERT-PRODUCT-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT PRDOLD
           IF WS-PRDOLD-STATUS NOT = '00' THEN
               DISPLAY 'product.old not found - skipped.'
           ELSE
               PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
               OPEN I-O PRODUCT
               IF WS-PRODUCT-STATUS NOT = '00' THEN
                   OPEN OUTPUT PRODUCT
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ PRDOLD NEXT
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE PRDO-ID TO PRD-ID
                       MOVE PRDO-NAME TO PRD-NAME
                       MOVE PRDO-PRICE TO PRD-PRICE
                       MOVE PRDO-STOCK TO PRD-STOCK
                       MOVE 0 TO PRD-REORDER-PT
                       MOVE SPACES TO PRD-LOCATION
                       MOVE 0 TO PRD-AVG-COST
                       MOVE 0 TO PRD-ORDER-QTY
                       MOVE SPACE TO PRD-ABC-CLASS
                       WRITE PRODUCT-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY
                               ADD 1 TO WS-CVT-CNT
                               MOVE PRDO-ID TO WS-SM-PRD-ID
                               MOVE WS-TODAY-MMDDYYYY TO WS-SM-DATE
                               MOVE 'B' TO WS-SM-TYPE
                               MOVE PRDO-STOCK TO WS-SM-QUAN
                               MOVE 'CONVERT' TO WS-SM-REF
                               MOVE SPACES TO WS-SM-LOC
                               MOVE 0 TO WS-SM-UNIT-COST
                               PERFORM WRITE-STKMOVE-PROCEDURE
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
               CLOSE PRDOLD
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' product record(s) converted.'
           END-IF.

       CONVERT-ORDER-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT ORDOLD
           IF WS-ORDOLD-STATUS NOT = '00' THEN
               DISPLAY 'order.old not found - skipped.'
           ELSE
               OPEN I-O C_ORDER
               IF WS-ORDER-STATUS NOT = '00' THEN
                   OPEN OUTPUT C_ORDER
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ ORDOLD
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE ORDO-ID TO ORD-ID
                       MOVE ORDO-DATE TO ORD-DATE
                       MOVE ORDO-CST-ID TO ORD-CST-ID
                       MOVE 0 TO ORD-GROSS
                       MOVE 0 TO ORD-DISC
                       MOVE 0 TO ORD-TAX
                       MOVE 0 TO ORD-NET
                       MOVE 0 TO ORD-SHIP-SEQ
                       MOVE 0 TO ORD-REP-ID
                       WRITE ORDER-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
               CLOSE ORDOLD
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' order record(s) converted.'
           END-IF.

       CONVERT-ORDERLINE-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 0 TO WS-CVT-LAST-ORDL-ID
           MOVE 0 TO WS-CVT-LINE-NO
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT ORDLOLD
           IF WS-ORDLOLD-STATUS NOT = '00' THEN
               DISPLAY 'orderline.old not found - skipped.'
           ELSE
               OPEN I-O ORDERLINE
               IF WS-ORDERLINE-STATUS NOT = '00' THEN
                   OPEN OUTPUT ORDERLINE
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ ORDLOLD
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       IF ORDLO-ID NOT = WS-CVT-LAST-ORDL-ID THEN
                           MOVE ORDLO-ID TO WS-CVT-LAST-ORDL-ID
                           MOVE 0 TO WS-CVT-LINE-NO
                       END-IF
                       ADD 1 TO WS-CVT-LINE-NO
                       MOVE ORDLO-ID TO ORDL-ID
                       MOVE WS-CVT-LINE-NO TO ORDL-LINE-NO
                       MOVE ORDLO-PRD-ID TO ORDL-PRD-ID
                       MOVE ORDLO-QUAN TO ORDL-QUAN
                       IF ORDLO-UNIT-PRICE IS NUMERIC THEN
                           MOVE ORDLO-UNIT-PRICE TO ORDL-UNIT-PRICE
                       ELSE
                           MOVE 0 TO ORDL-UNIT-PRICE
                       END-IF
                       MOVE 0 TO ORDL-UNIT-COST
                       WRITE ORDERLINE-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
               CLOSE ORDLOLD
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' order line record(s) converted.'
           END-IF.

       CONVERT-VOIDFLAG-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT VOIDOLD
           IF WS-VOIDOLD-STATUS NOT = '00' THEN
               DISPLAY 'voidflag.old not found - skipped.'
           ELSE
               OPEN I-O VOIDFLAG
               IF WS-VOIDFLAG-STATUS NOT = '00' THEN
                   OPEN OUTPUT VOIDFLAG
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ VOIDOLD
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE VOIDO-ORD-ID TO VOID-ORD-ID
                       WRITE VOIDFLAG-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE VOIDFLAG
               CLOSE VOIDOLD
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' void flag record(s) converted.'
           END-IF.

       CONVERT-REPORT-COUNT-PROCEDURE.
           MOVE WS-CVT-CNT TO WS-CVT-CNT-DISP
           DISPLAY WS-CVT-CNT-DISP NO ADVANCING
           IF WS-CVT-SKIP > 0 THEN
               MOVE WS-CVT-SKIP TO WS-CVT-CNT-DISP
               DISPLAY ' ('WS-CVT-CNT-DISP' duplicate(s) skipped)'
                   NO ADVANCING
           END-IF.

       PERIOD-CLOSE-PROCEDURE.
           DISPLAY 'Period-end close:'
           PERFORM READ-PERIOD-CONTROL-PROCEDURE
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           DIVIDE WS-TODAY-DATE BY 100 GIVING WS-PER-TODAY-YM
           IF WS-PER-CLOSED = 0 THEN
               DISPLAY 'No period closed yet. Enter period to close'
                   ' (MMYYYY):'
               ACCEPT WS-PER-INP-MMYYYY
               MOVE WS-PER-INP-YYYY TO WS-PER-NX-YYYY
               MOVE WS-PER-INP-MM TO WS-PER-NX-MM
           ELSE
               MOVE WS-PER-CLOSED TO WS-PER-NEXT
               IF WS-PER-NX-MM = 12 THEN
                   ADD 1 TO WS-PER-NX-YYYY
                   MOVE 1 TO WS-PER-NX-MM
               ELSE
                   ADD 1 TO WS-PER-NX-MM
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-PER-NX-MM < 1 OR WS-PER-NX-MM > 12
                   DISPLAY 'Invalid period - close cancelled.'
               WHEN WS-PER-NEXT NOT < WS-PER-TODAY-YM
                   DISPLAY 'Period 'WS-PER-NX-MM'/'WS-PER-NX-YYYY
                       ' has not ended - close cancelled.'
               WHEN OTHER
                   DISPLAY 'Closing period 'WS-PER-NX-MM'/'
                       WS-PER-NX-YYYY
                   DISPLAY 'Back up live data files (option 33) before'
                       ' closing.'
                   DISPLAY 'Proceed with close? (Y/N):'
                   ACCEPT WS-PER-ANS
                   IF WS-PER-ANS NOT = 'Y' THEN
                       DISPLAY 'Close cancelled.'
                   ELSE
                       PERFORM PERIOD-CLOSE-RUN-PROCEDURE
                   END-IF
           END-EVALUATE.

       PERIOD-CLOSE-RUN-PROCEDURE.
           IF WS-PER-KEEP < 1 THEN
               DISPLAY 'Enter number of closed periods to keep live'
                   ' (1-99):'
               ACCEPT WS-PER-KEEP
               IF WS-PER-KEEP < 1 THEN
                   MOVE 3 TO WS-PER-KEEP
                   DISPLAY 'Keeping 3 closed periods live.'
               END-IF
           END-IF
           PERFORM CLOSE-CUSTOMERS-PROCEDURE
           PERFORM CLOSE-PRODUCTS-PROCEDURE
           MOVE WS-PER-NEXT TO WS-PER-CLOSED
           MOVE WS-TODAY-MMDDYYYY TO WS-PER-CLOSE-DATE
           PERFORM WRITE-PERIOD-CONTROL-PROCEDURE
           MOVE 'PERCLOSE' TO WS-AUD-ACTION
           MOVE WS-PER-CLOSED TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Period 'WS-PER-CL-MM'/'WS-PER-CL-YYYY' closed.'
               ' Closing balances saved to closebal.dat'
           PERFORM ARCHIVE-PROCEDURE.

       CLOSE-CUSTOMERS-PROCEDURE.
           COMPUTE WS-STMT-START-NORM = WS-PER-NEXT * 100 + 100
           PERFORM OPEN-CLOSEBAL-PROCEDURE
           MOVE 'N' TO WS-ARC-EOF
           OPEN INPUT CUSTOMER
           PERFORM UNTIL WS-ARC-EOF='Y'
               READ CUSTOMER NEXT INTO WS-CST
                   AT END MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END PERFORM CLOSE-ONE-CUSTOMER-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER
           CLOSE CLOSEBAL.

       CLOSE-ONE-CUSTOMER-PROCEDURE.
           MOVE 0 TO WS-STMT-OPEN-BAL
           MOVE 0 TO WS-STMT-ACT-CNT
           MOVE 1 TO WS-STMT-PASS
           PERFORM STMT-SCAN-ORDERS-PROCEDURE
           PERFORM STMT-SCAN-PAYMENTS-PROCEDURE
           PERFORM STMT-SCAN-MEMOS-PROCEDURE
           PERFORM STMT-CARRIED-FWD-PROCEDURE
           MOVE WS-PER-NEXT TO WS-CLB-PERIOD
           MOVE 'C' TO WS-CLB-TYPE
           MOVE WS-CST-ID TO WS-CLB-ID
           MOVE WS-STMT-OPEN-BAL TO WS-CLB-BALANCE
           MOVE 0 TO WS-CLB-QTY
           MOVE 0 TO WS-CLB-VALUE
           PERFORM WRITE-CLOSEBAL-PROCEDURE
           MOVE WS-CST-ID TO WS-BAL-CST-ID
           PERFORM CALC-PAYMENT-TOTAL-PROCEDURE
           PERFORM CALC-APPLIED-TOTAL-PROCEDURE
           IF WS-BAL-PAY-TOTAL > WS-APP-CASH-APPLIED THEN
               MOVE 'N' TO WS-ARC-SETTLED
           ELSE
               MOVE 'Y' TO WS-ARC-SETTLED
           END-IF
           PERFORM OPEN-BALFWD-PROCEDURE
           MOVE 'C' TO WS-BFW-TYPE
           MOVE WS-CST-ID TO WS-BFW-ID
           PERFORM GET-BALFWD-PROCEDURE
           MOVE WS-ARC-SETTLED TO WS-BFW-SETTLED
           PERFORM PUT-BALFWD-PROCEDURE
           CLOSE BALFWD.

       CLOSE-PRODUCTS-PROCEDURE.
           PERFORM OPEN-CLOSEBAL-PROCEDURE
           MOVE 'N' TO WS-ARC-EOF
           OPEN INPUT PRODUCT
           PERFORM UNTIL WS-ARC-EOF='Y'
               READ PRODUCT NEXT INTO WS-PRD
                   AT END MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END PERFORM CLOSE-ONE-PRODUCT-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           CLOSE CLOSEBAL.

       CLOSE-ONE-PRODUCT-PROCEDURE.
           MOVE 0 TO WS-ARC-NET
           MOVE 'N' TO WS-ARC-SM-EOF
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               PERFORM UNTIL WS-ARC-SM-EOF='Y'
                   READ STKMOVE INTO WS-SM
                       AT END MOVE 'Y' TO WS-ARC-SM-EOF
                       NOT AT END
                       IF WS-SM-PRD-ID = WS-PRD-ID THEN
                           MOVE WS-SM-DATE TO WS-NORM-DATE-IN
                           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                           DIVIDE WS-NORM-DATE-OUT BY 100
                               GIVING WS-ARC-DATE-YM
                           IF WS-ARC-DATE-YM > WS-PER-NEXT THEN
                               PERFORM ARC-SIGN-MOVE-PROCEDURE
                               ADD WS-ARC-QTY TO WS-ARC-NET
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
           END-IF
           MOVE WS-PER-NEXT TO WS-CLB-PERIOD
           MOVE 'P' TO WS-CLB-TYPE
           MOVE WS-PRD-ID TO WS-CLB-ID
           MOVE 0 TO WS-CLB-BALANCE
           COMPUTE WS-CLB-QTY = WS-PRD-STOCK - WS-ARC-NET
           IF WS-PRD-AVG-COST IS NUMERIC THEN
               COMPUTE WS-CLB-VALUE = WS-CLB-QTY * WS-PRD-AVG-COST
           ELSE
               MOVE 0 TO WS-CLB-VALUE
           END-IF
           PERFORM WRITE-CLOSEBAL-PROCEDURE.

       ARC-SIGN-MOVE-PROCEDURE.
           EVALUATE WS-SM-TYPE
               WHEN 'B' WHEN 'R' WHEN 'I' WHEN 'C' WHEN 'G'
                   MOVE WS-SM-QUAN TO WS-ARC-QTY
               WHEN 'S' WHEN 'O' WHEN 'L'
                   COMPUTE WS-ARC-QTY = 0 - WS-SM-QUAN
               WHEN OTHER
                   MOVE 0 TO WS-ARC-QTY
           END-EVALUATE.

       OPEN-CLOSEBAL-PROCEDURE.
           OPEN I-O CLOSEBAL
           IF WS-CLOSEBAL-STATUS NOT = '00' THEN
               OPEN OUTPUT CLOSEBAL
               CLOSE CLOSEBAL
               OPEN I-O CLOSEBAL
           END-IF.

       WRITE-CLOSEBAL-PROCEDURE.
           WRITE CLOSEBAL-FILE FROM WS-CLB
               INVALID KEY
                   REWRITE CLOSEBAL-FILE FROM WS-CLB
           END-WRITE.

       OPEN-BALFWD-PROCEDURE.
           OPEN I-O BALFWD
           IF WS-BALFWD-STATUS NOT = '00' THEN
               OPEN OUTPUT BALFWD
               CLOSE BALFWD
               OPEN I-O BALFWD
           END-IF.

       GET-BALFWD-PROCEDURE.
           MOVE 'N' TO WS-BFW-FND
           MOVE WS-BFW-KEY TO BFW-KEY
           READ BALFWD INTO WS-BFW
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-BFW-FND
           END-READ
           IF WS-BFW-FND = 'N' THEN
               MOVE 0 TO WS-BFW-PAY-TOTAL
               MOVE 0 TO WS-BFW-MEMO-TOTAL
               MOVE 0 TO WS-BFW-STOCK-NET
               MOVE 'N' TO WS-BFW-BASE
               MOVE 'N' TO WS-BFW-SETTLED
               MOVE 0 TO WS-BFW-THRU
           END-IF.

       PUT-BALFWD-PROCEDURE.
           IF WS-BFW-FND = 'Y' THEN
               REWRITE BALFWD-FILE FROM WS-BFW
           ELSE
               WRITE BALFWD-FILE FROM WS-BFW
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE 'Y' TO WS-BFW-FND
           END-IF.

       ARCHIVE-PROCEDURE.
           COMPUTE WS-PER-MONTHS = WS-PER-CL-YYYY * 12
               + WS-PER-CL-MM - 1
           IF WS-PER-MONTHS NOT > WS-PER-KEEP THEN
               DISPLAY 'No periods old enough to archive.'
           ELSE
               SUBTRACT WS-PER-KEEP FROM WS-PER-MONTHS
               DIVIDE WS-PER-MONTHS BY 12 GIVING WS-PER-AR-YYYY
                   REMAINDER WS-PER-AR-MM
               ADD 1 TO WS-PER-AR-MM
               DISPLAY 'Archiving settled records up to '
                   WS-PER-AR-MM'/'WS-PER-AR-YYYY
               PERFORM ARCHIVE-PAYMENTS-PROCEDURE
               PERFORM ARCHIVE-MEMOS-PROCEDURE
               PERFORM STC-OPEN-COUNT-PROCEDURE
               IF WS-STC-OPEN-CNT > 0 THEN
                   DISPLAY 'Stock count in progress - stock movements'
                       ' not archived.'
               ELSE
                   PERFORM ARCHIVE-STKMOVES-PROCEDURE
               END-IF
               IF WS-PER-ARCH-NEW > WS-PER-ARCH-THRU THEN
                   MOVE WS-PER-ARCH-NEW TO WS-PER-ARCH-THRU
                   PERFORM WRITE-PERIOD-CONTROL-PROCEDURE
               END-IF
               MOVE 'ARCHIVE' TO WS-AUD-ACTION
               MOVE WS-PER-ARCH-NEW TO WS-AUD-KEY
               PERFORM WRITE-AUDIT-LOG-PROCEDURE
           END-IF.

       ARCHIVE-PAYMENTS-PROCEDURE.
           MOVE 0 TO WS-ARC-CNT
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-STATUS = '00' THEN
               MOVE 'payment.wrk' TO WS-BCK-NAME
               OPEN OUTPUT BCKFILE
               OPEN EXTEND PAYHIST
               IF WS-PAYHIST-STATUS NOT = '00' THEN
                   OPEN OUTPUT PAYHIST
               END-IF
               PERFORM OPEN-BALFWD-PROCEDURE
               MOVE 'N' TO WS-ARC-EOF
               PERFORM UNTIL WS-ARC-EOF='Y'
                   READ PAYMENT INTO WS-PAY
                       AT END MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END PERFORM ARCHIVE-ONE-PAYMENT-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE BALFWD
               CLOSE PAYHIST
               CLOSE BCKFILE
               CLOSE PAYMENT
               OPEN INPUT BCKFILE
               OPEN OUTPUT PAYMENT
               MOVE 'N' TO WS-ARC-EOF
               PERFORM UNTIL WS-ARC-EOF='Y'
                   READ BCKFILE INTO PAYMENT-FILE
                       AT END MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END WRITE PAYMENT-FILE
                   END-READ
               END-PERFORM
               CLOSE PAYMENT
               CLOSE BCKFILE
           END-IF
           MOVE WS-ARC-CNT TO WS-ARC-CNT-DISP
           DISPLAY WS-ARC-CNT-DISP ' payment(s) moved to payhist.dat'.

       ARCHIVE-ONE-PAYMENT-PROCEDURE.
           MOVE 'N' TO WS-ARC-MOVE-IT
           MOVE WS-PAY-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           DIVIDE WS-NORM-DATE-OUT BY 100 GIVING WS-ARC-DATE-YM
           IF WS-ARC-DATE-YM NOT > WS-PER-ARCH-NEW THEN
               MOVE 'C' TO WS-BFW-TYPE
               MOVE WS-PAY-CST-ID TO WS-BFW-ID
               PERFORM GET-BALFWD-PROCEDURE
               IF WS-BFW-SETTLED = 'Y' THEN
                   MOVE 'Y' TO WS-ARC-MOVE-IT
               END-IF
           END-IF
           IF WS-ARC-MOVE-IT = 'Y' THEN
               WRITE PAYHIST-FILE FROM WS-PAY
               ADD WS-PAY-AMOUNT TO WS-BFW-PAY-TOTAL
               MOVE WS-PER-ARCH-NEW TO WS-BFW-THRU
               PERFORM PUT-BALFWD-PROCEDURE
               ADD 1 TO WS-ARC-CNT
           ELSE
               WRITE BCKFILE-REC FROM WS-PAY
           END-IF.

       ARCHIVE-MEMOS-PROCEDURE.
           MOVE 0 TO WS-ARC-CNT
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               MOVE 'creditmemo.wrk' TO WS-BCK-NAME
               OPEN OUTPUT BCKFILE
               OPEN EXTEND CMHIST
               IF WS-CMHIST-STATUS NOT = '00' THEN
                   OPEN OUTPUT CMHIST
               END-IF
               PERFORM OPEN-BALFWD-PROCEDURE
               MOVE 'N' TO WS-ARC-EOF
               PERFORM UNTIL WS-ARC-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END PERFORM ARCHIVE-ONE-MEMO-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE BALFWD
               CLOSE CMHIST
               CLOSE BCKFILE
               CLOSE CREDMEMO
               OPEN INPUT BCKFILE
               OPEN OUTPUT CREDMEMO
               MOVE 'N' TO WS-ARC-EOF
               PERFORM UNTIL WS-ARC-EOF='Y'
                   READ BCKFILE INTO CREDMEMO-FILE
                       AT END MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END WRITE CREDMEMO-FILE
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
               CLOSE BCKFILE
           END-IF
           MOVE WS-ARC-CNT TO WS-ARC-CNT-DISP
           DISPLAY WS-ARC-CNT-DISP ' credit memo(s) moved to'
               ' cmhist.dat'.

       ARCHIVE-ONE-MEMO-PROCEDURE.
           MOVE 'N' TO WS-ARC-MOVE-IT
           MOVE WS-CM-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           DIVIDE WS-NORM-DATE-OUT BY 100 GIVING WS-ARC-DATE-YM
           IF WS-ARC-DATE-YM NOT > WS-PER-ARCH-NEW THEN
               MOVE SPACES TO WS-APP-CM-REF
               MOVE WS-CM-ID TO WS-APP-CM-REF
               PERFORM CALC-MEMO-APPLIED-PROCEDURE
               IF WS-APP-MEMO-APPLIED NOT < WS-CM-AMOUNT THEN
                   MOVE 'Y' TO WS-ARC-MOVE-IT
               END-IF
           END-IF
           IF WS-ARC-MOVE-IT = 'Y' THEN
               MOVE 'C' TO WS-BFW-TYPE
               MOVE WS-CM-CST-ID TO WS-BFW-ID
               PERFORM GET-BALFWD-PROCEDURE
               WRITE CMHIST-FILE FROM WS-CM
               ADD WS-CM-AMOUNT TO WS-BFW-MEMO-TOTAL
               MOVE WS-PER-ARCH-NEW TO WS-BFW-THRU
               PERFORM PUT-BALFWD-PROCEDURE
               ADD 1 TO WS-ARC-CNT
           ELSE
               WRITE BCKFILE-REC FROM WS-CM
           END-IF.

       ARCHIVE-STKMOVES-PROCEDURE.
           MOVE 0 TO WS-ARC-CNT
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               MOVE 'stockmove.wrk' TO WS-BCK-NAME
               OPEN OUTPUT BCKFILE
               OPEN EXTEND SMHIST
               IF WS-SMHIST-STATUS NOT = '00' THEN
                   OPEN OUTPUT SMHIST
               END-IF
               PERFORM OPEN-BALFWD-PROCEDURE
               MOVE 'N' TO WS-ARC-EOF
               PERFORM UNTIL WS-ARC-EOF='Y'
                   READ STKMOVE INTO WS-SM
                       AT END MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END PERFORM ARCHIVE-ONE-STKMOVE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE BALFWD
               CLOSE SMHIST
               CLOSE BCKFILE
               CLOSE STKMOVE
               OPEN INPUT BCKFILE
               OPEN OUTPUT STKMOVE
               MOVE 'N' TO WS-ARC-EOF
               PERFORM UNTIL WS-ARC-EOF='Y'
                   READ BCKFILE INTO STKMOVE-FILE
                       AT END MOVE 'Y' TO WS-ARC-EOF
                       NOT AT END WRITE STKMOVE-FILE
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
               CLOSE BCKFILE
           END-IF
           MOVE WS-ARC-CNT TO WS-ARC-CNT-DISP
           DISPLAY WS-ARC-CNT-DISP ' stock movement(s) moved to'
               ' smhist.dat'.

       ARCHIVE-ONE-STKMOVE-PROCEDURE.
           MOVE WS-SM-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           DIVIDE WS-NORM-DATE-OUT BY 100 GIVING WS-ARC-DATE-YM
           IF WS-ARC-DATE-YM NOT > WS-PER-ARCH-NEW THEN
               MOVE 'P' TO WS-BFW-TYPE
               MOVE WS-SM-PRD-ID TO WS-BFW-ID
               PERFORM GET-BALFWD-PROCEDURE
               PERFORM ARC-SIGN-MOVE-PROCEDURE
               ADD WS-ARC-QTY TO WS-BFW-STOCK-NET
               IF WS-SM-TYPE = 'B' THEN
                   MOVE 'Y' TO WS-BFW-BASE
               END-IF
               MOVE WS-PER-ARCH-NEW TO WS-BFW-THRU
               PERFORM PUT-BALFWD-PROCEDURE
               WRITE SMHIST-FILE FROM WS-SM
               ADD 1 TO WS-ARC-CNT
           ELSE
               WRITE BCKFILE-REC FROM WS-SM
           END-IF.

       CHECK-ARCHIVED-RANGE-PROCEDURE.
           PERFORM READ-PERIOD-CONTROL-PROCEDURE
           DIVIDE WS-DR-START-NORM BY 100 GIVING WS-PER-CHK
           IF WS-PER-ARCH-THRU > 0 AND
               WS-PER-CHK NOT > WS-PER-ARCH-THRU THEN
               DISPLAY 'Note: settled records up to period '
                   WS-PER-ARCH-THRU ' are archived and not included.'
               DISPLAY 'Use history inquiry for archived detail.'
           END-IF.

       HISTORY-INQUIRY-PROCEDURE.
           DISPLAY 'History inquiry - customer or product (C/P):'
           ACCEPT WS-HIST-CHC
           IF WS-HIST-CHC NOT = 'C' AND WS-HIST-CHC NOT = 'P' THEN
               DISPLAY 'Invalid choice.'
           ELSE
               DISPLAY 'Enter ID:'
               ACCEPT WS-HIST-ID
               PERFORM HIST-CLOSEBAL-PROCEDURE
               MOVE WS-HIST-CHC TO WS-BFW-TYPE
               MOVE WS-HIST-ID TO WS-BFW-ID
               PERFORM READ-BALFWD-PROCEDURE
               IF WS-HIST-CHC = 'C' THEN
                   MOVE WS-BFW-PAY-TOTAL TO WS-HIST-AMT-DISP
                   DISPLAY 'Archived payments total:    '
                       WS-HIST-AMT-DISP
                   MOVE WS-BFW-MEMO-TOTAL TO WS-HIST-AMT-DISP
                   DISPLAY 'Archived credit memo total: '
                       WS-HIST-AMT-DISP
                   PERFORM HIST-PAYMENTS-PROCEDURE
                   PERFORM HIST-MEMOS-PROCEDURE
               ELSE
                   MOVE WS-BFW-STOCK-NET TO WS-HIST-QTY-DISP
                   DISPLAY 'Archived net movement: 'WS-HIST-QTY-DISP
                   PERFORM HIST-STKMOVES-PROCEDURE
               END-IF
           END-IF.

       HIST-CLOSEBAL-PROCEDURE.
           MOVE 0 TO WS-HIST-CNT
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT CLOSEBAL
           IF WS-CLOSEBAL-STATUS = '00' THEN
               PERFORM UNTIL WS-HIST-EOF='Y'
                   READ CLOSEBAL NEXT INTO WS-CLB
                       AT END MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                       IF WS-CLB-TYPE = WS-HIST-CHC AND
                           WS-CLB-ID = WS-HIST-ID THEN
                           ADD 1 TO WS-HIST-CNT
                           PERFORM HIST-CLOSEBAL-LINE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSEBAL
           END-IF
           IF WS-HIST-CNT = 0 THEN
               DISPLAY 'No closing balances on file.'
           END-IF.

       HIST-CLOSEBAL-LINE-PROCEDURE.
           IF WS-CLB-TYPE = 'C' THEN
               MOVE WS-CLB-BALANCE TO WS-HIST-AMT-DISP
               DISPLAY 'Period 'WS-CLB-PERIOD' closing balance: '
                   WS-HIST-AMT-DISP
           ELSE
               MOVE WS-CLB-QTY TO WS-HIST-QTY-DISP
               MOVE WS-CLB-VALUE TO WS-HIST-AMT-DISP
               DISPLAY 'Period 'WS-CLB-PERIOD' closing stock: '
                   WS-HIST-QTY-DISP' value: 'WS-HIST-AMT-DISP
           END-IF.

       HIST-PAYMENTS-PROCEDURE.
           MOVE 0 TO WS-HIST-CNT
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT PAYHIST
           IF WS-PAYHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-HIST-EOF='Y'
                   READ PAYHIST INTO WS-PAY
                       AT END MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                       IF WS-PAY-CST-ID = WS-HIST-ID THEN
                           ADD 1 TO WS-HIST-CNT
                           MOVE WS-PAY-AMOUNT TO WS-HIST-AMT-DISP
                           DISPLAY '  'WS-PAY-DATE' Payment '
                               WS-PAY-REF' 'WS-HIST-AMT-DISP
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYHIST
           END-IF
           IF WS-HIST-CNT = 0 THEN
               DISPLAY 'No archived payments.'
           END-IF.

       HIST-MEMOS-PROCEDURE.
           MOVE 0 TO WS-HIST-CNT
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT CMHIST
           IF WS-CMHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-HIST-EOF='Y'
                   READ CMHIST INTO WS-CM
                       AT END MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                       IF WS-CM-CST-ID = WS-HIST-ID THEN
                           ADD 1 TO WS-HIST-CNT
                           MOVE WS-CM-AMOUNT TO WS-HIST-AMT-DISP
                           DISPLAY '  'WS-CM-DATE' Credit memo '
                               WS-CM-ID' Order 'WS-CM-ORD-ID' '
                               WS-HIST-AMT-DISP
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CMHIST
           END-IF
           IF WS-HIST-CNT = 0 THEN
               DISPLAY 'No archived credit memos.'
           END-IF.

       HIST-STKMOVES-PROCEDURE.
           MOVE 0 TO WS-HIST-CNT
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT SMHIST
           IF WS-SMHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-HIST-EOF='Y'
                   READ SMHIST INTO WS-SM
                       AT END MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                       IF WS-SM-PRD-ID = WS-HIST-ID THEN
                           ADD 1 TO WS-HIST-CNT
                           DISPLAY '  'WS-SM-DATE' Type 'WS-SM-TYPE
                               ' Qty 'WS-SM-QUAN' Ref 'WS-SM-REF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SMHIST
           END-IF
           IF WS-HIST-CNT = 0 THEN
               DISPLAY 'No archived stock movements.'
           END-IF.

       DEMAND-REORDER-PROCEDURE.
           DISPLAY 'Demand history and reorder points:'
           DISPLAY '1. Build demand history and reorder proposals'
           DISPLAY '2. Reorder proposal review report'
           DISPLAY '3. Accept reorder proposals (supervisor only)'
           DISPLAY 'Enter option number: '
           ACCEPT WS-DMD-CHC
           EVALUATE WS-DMD-CHC
               WHEN 1
                   PERFORM DMD-BUILD-PROCEDURE
               WHEN 2
                   PERFORM DMD-REVIEW-REPORT-PROCEDURE
               WHEN 3
                   IF WS-OPR-LEVEL < 9 THEN
                       DISPLAY 'Not authorized for this option.'
                       MOVE 'AUTHFAIL' TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-KEY
                       STRING 'DMD' WS-DMD-CHC DELIMITED BY SIZE
                           INTO WS-AUD-KEY
                       PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   ELSE
                       PERFORM DMD-ACCEPT-PROCEDURE
                   END-IF
               WHEN OTHER
                   DISPLAY 'Invalid. Please input a valid number.'
           END-EVALUATE.

       DMD-BUILD-PROCEDURE.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           DIVIDE WS-TODAY-DATE BY 100 GIVING WS-DMD-THRU-YM
           IF WS-DMD-THRU-MM = 1 THEN
               SUBTRACT 1 FROM WS-DMD-THRU-YYYY
               MOVE 12 TO WS-DMD-THRU-MM
           ELSE
               SUBTRACT 1 FROM WS-DMD-THRU-MM
           END-IF
           COMPUTE WS-DMD-MON-IDX = WS-DMD-THRU-YYYY * 12
               + WS-DMD-THRU-MM - WS-DMD-MONTHS
           DIVIDE WS-DMD-MON-IDX BY 12 GIVING WS-DMD-FROM-YYYY
               REMAINDER WS-DMD-MON-REM
           COMPUTE WS-DMD-FROM-MM = WS-DMD-MON-REM + 1
           DISPLAY 'Building demand history...'
           OPEN OUTPUT DEMHIST
           CLOSE DEMHIST
           OPEN I-O DEMHIST
           PERFORM DMD-SCAN-ORDERS-PROCEDURE
           PERFORM DMD-SCAN-MOVES-PROCEDURE
           CLOSE DEMHIST
           PERFORM DMD-LOAD-PRODUCTS-PROCEDURE
           PERFORM DMD-LEAD-TIME-PROCEDURE
           PERFORM DMD-CLASSIFY-PROCEDURE
           PERFORM DMD-WRITE-PROPOSALS-PROCEDURE
           MOVE WS-DMD-CNT TO WS-DMD-CNT-DISP
           DISPLAY 'Demand history built for months 'WS-DMD-FROM-YM
               ' to 'WS-DMD-THRU-YM'.'
           DISPLAY 'Reorder proposals written: 'WS-DMD-CNT-DISP
           IF WS-DMD-FULL = 'Y' THEN
               DISPLAY 'WARNING: more than 500 products - proposals'
                   ' are incomplete.'
           END-IF
           MOVE 'DMDBUILD' TO WS-AUD-ACTION
           MOVE WS-DMD-THRU-YM TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           PERFORM DMD-REVIEW-REPORT-PROCEDURE.

       DMD-SCAN-ORDERS-PROCEDURE.
           MOVE 'N' TO WS-DMD-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               OPEN INPUT ORDERLINE
               IF WS-ORDERLINE-STATUS = '00' THEN
                   PERFORM UNTIL WS-DMD-EOF='Y'
                       READ C_ORDER NEXT INTO WS-ORD
                           AT END MOVE 'Y' TO WS-DMD-EOF
                           NOT AT END
                           PERFORM DMD-ONE-ORDER-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE ORDERLINE
               END-IF
               CLOSE C_ORDER
           END-IF.

       DMD-ONE-ORDER-PROCEDURE.
           MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
           PERFORM IS-ORDER-VOID-PROCEDURE
           IF WS-VOID-FOUND = 'N' THEN
               MOVE WS-ORD-DATE TO WS-NORM-DATE-IN
               PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
               DIVIDE WS-NORM-DATE-OUT BY 100 GIVING WS-DMD-YM
               MOVE 'N' TO WS-DMD-L-EOF
               MOVE WS-ORD-ID TO ORDL-ID
               MOVE 0 TO ORDL-LINE-NO
               START ORDERLINE KEY NOT < ORDL-KEY
                   INVALID KEY MOVE 'Y' TO WS-DMD-L-EOF
               END-START
               PERFORM UNTIL WS-DMD-L-EOF='Y'
                   READ ORDERLINE NEXT INTO WS-ORDL
                       AT END MOVE 'Y' TO WS-DMD-L-EOF
                       NOT AT END
                       IF WS-ORDL-ID NOT = WS-ORD-ID THEN
                           MOVE 'Y' TO WS-DMD-L-EOF
                       ELSE
                           MOVE WS-ORDL-PRD-ID TO WS-DMD-PRD
                           MOVE 0 TO WS-DMD-ADD-SOLD
                           MOVE 0 TO WS-DMD-ADD-RET
                           COMPUTE WS-DMD-ADD-VAL = WS-ORDL-QUAN
                               * WS-ORDL-UNIT-PRICE
                           PERFORM DMD-POST-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       DMD-SCAN-MOVES-PROCEDURE.
           OPEN INPUT PRODUCT
           MOVE 'N' TO WS-DMD-EOF
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               PERFORM UNTIL WS-DMD-EOF='Y'
                   READ STKMOVE INTO WS-SM
                       AT END MOVE 'Y' TO WS-DMD-EOF
                       NOT AT END
                       PERFORM DMD-ONE-MOVE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
           END-IF
           MOVE 'N' TO WS-DMD-EOF
           OPEN INPUT SMHIST
           IF WS-SMHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-DMD-EOF='Y'
                   READ SMHIST INTO WS-SM
                       AT END MOVE 'Y' TO WS-DMD-EOF
                       NOT AT END
                       PERFORM DMD-ONE-MOVE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE SMHIST
           END-IF
           CLOSE PRODUCT.

       DMD-ONE-MOVE-PROCEDURE.
           IF WS-SM-TYPE = 'S' OR WS-SM-TYPE = 'C' THEN
               MOVE WS-SM-DATE TO WS-NORM-DATE-IN
               PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
               DIVIDE WS-NORM-DATE-OUT BY 100 GIVING WS-DMD-YM
               MOVE WS-SM-PRD-ID TO WS-DMD-PRD
               MOVE 0 TO WS-DMD-ADD-SOLD
               MOVE 0 TO WS-DMD-ADD-RET
               MOVE 0 TO WS-DMD-ADD-VAL
               IF WS-SM-TYPE = 'S' THEN
                   MOVE 'N' TO WS-VOID-FOUND
                   MOVE WS-SM-REF TO WS-DMD-REF
                   IF WS-DMD-REF-PFX = 'ORD' AND
                       WS-DMD-REF-ORD IS NUMERIC THEN
                       MOVE WS-DMD-REF-ORD TO WS-INP-VOID-ORD-ID
                       PERFORM IS-ORDER-VOID-PROCEDURE
                   END-IF
                   IF WS-VOID-FOUND = 'N' THEN
                       MOVE WS-SM-QUAN TO WS-DMD-ADD-SOLD
                       PERFORM DMD-POST-PROCEDURE
                   END-IF
               ELSE
                   MOVE WS-SM-QUAN TO WS-DMD-ADD-RET
                   MOVE WS-SM-PRD-ID TO PRD-ID
                   READ PRODUCT INTO WS-PRD
                       INVALID KEY MOVE 0 TO WS-PRD-PRICE
                   END-READ
                   COMPUTE WS-DMD-ADD-VAL = 0 - WS-SM-QUAN
                       * WS-PRD-PRICE
                   PERFORM DMD-POST-PROCEDURE
               END-IF
           END-IF.

       DMD-POST-PROCEDURE.
           MOVE WS-DMD-PRD TO DMH-PRD-ID
           MOVE WS-DMD-YM TO DMH-PERIOD
           READ DEMHIST INTO WS-DMH
               INVALID KEY
               MOVE WS-DMD-PRD TO WS-DMH-PRD-ID
               MOVE WS-DMD-YM TO WS-DMH-PERIOD
               MOVE WS-DMD-ADD-SOLD TO WS-DMH-SOLD-QTY
               MOVE WS-DMD-ADD-RET TO WS-DMH-RET-QTY
               MOVE WS-DMD-ADD-VAL TO WS-DMH-SALES-VAL
               MOVE WS-DMH TO DEMHIST-FILE
               WRITE DEMHIST-FILE
                   INVALID KEY CONTINUE
               END-WRITE
               NOT INVALID KEY
               ADD WS-DMD-ADD-SOLD TO WS-DMH-SOLD-QTY
               ADD WS-DMD-ADD-RET TO WS-DMH-RET-QTY
               ADD WS-DMD-ADD-VAL TO WS-DMH-SALES-VAL
               MOVE WS-DMH TO DEMHIST-FILE
               REWRITE DEMHIST-FILE
                   INVALID KEY CONTINUE
               END-REWRITE
           END-READ.

       DMD-LOAD-PRODUCTS-PROCEDURE.
           MOVE 0 TO WS-DMD-CNT
           MOVE 'N' TO WS-DMD-FULL
           MOVE 'N' TO WS-DMD-EOF
           OPEN INPUT PRODUCT
           OPEN INPUT DEMHIST
           IF WS-PRODUCT-STATUS = '00' THEN
               PERFORM UNTIL WS-DMD-EOF='Y'
                   READ PRODUCT NEXT INTO WS-PRD
                       AT END MOVE 'Y' TO WS-DMD-EOF
                       NOT AT END
                       PERFORM DMD-SUM-PRODUCT-PROCEDURE
                       PERFORM DMD-COLLECT-ONE-PROCEDURE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEMHIST
           CLOSE PRODUCT.

       DMD-SUM-PRODUCT-PROCEDURE.
           MOVE 0 TO WS-DMD-NET
           MOVE 0 TO WS-DMD-VAL
           MOVE 'N' TO WS-DMD-L-EOF
           MOVE WS-PRD-ID TO DMH-PRD-ID
           MOVE WS-DMD-FROM-YM TO DMH-PERIOD
           START DEMHIST KEY NOT < DMH-KEY
               INVALID KEY MOVE 'Y' TO WS-DMD-L-EOF
           END-START
           PERFORM UNTIL WS-DMD-L-EOF='Y'
               READ DEMHIST NEXT INTO WS-DMH
                   AT END MOVE 'Y' TO WS-DMD-L-EOF
                   NOT AT END
                   IF WS-DMH-PRD-ID NOT = WS-PRD-ID OR
                       WS-DMH-PERIOD > WS-DMD-THRU-YM THEN
                       MOVE 'Y' TO WS-DMD-L-EOF
                   ELSE
                       ADD WS-DMH-SOLD-QTY TO WS-DMD-NET
                       SUBTRACT WS-DMH-RET-QTY FROM WS-DMD-NET
                       ADD WS-DMH-SALES-VAL TO WS-DMD-VAL
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DMD-NET < 0 THEN
               MOVE 0 TO WS-DMD-NET
           END-IF
           IF WS-DMD-VAL < 0 THEN
               MOVE 0 TO WS-DMD-VAL
           END-IF.

       DMD-COLLECT-ONE-PROCEDURE.
           IF WS-DMD-CNT < 500 THEN
               ADD 1 TO WS-DMD-CNT
               MOVE WS-DMD-CNT TO WS-DMD-POS
               PERFORM VARYING WS-DMD-I FROM 1 BY 1
                   UNTIL WS-DMD-I NOT < WS-DMD-POS
                   IF WS-DMD-T-VALUE(WS-DMD-I) < WS-DMD-VAL THEN
                       MOVE WS-DMD-I TO WS-DMD-POS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DMD-I FROM WS-DMD-CNT BY -1
                   UNTIL WS-DMD-I NOT > WS-DMD-POS
                   MOVE WS-DMD-ENTRY(WS-DMD-I - 1)
                       TO WS-DMD-ENTRY(WS-DMD-I)
               END-PERFORM
               MOVE WS-PRD-ID TO WS-DMD-T-PRD-ID(WS-DMD-POS)
               MOVE WS-PRD-NAME TO WS-DMD-T-NAME(WS-DMD-POS)
               MOVE WS-DMD-VAL TO WS-DMD-T-VALUE(WS-DMD-POS)
               MOVE WS-DMD-NET TO WS-DMD-T-QTY(WS-DMD-POS)
               MOVE 0 TO WS-DMD-T-PO-ID(WS-DMD-POS)
               MOVE 0 TO WS-DMD-T-SUP-ID(WS-DMD-POS)
               MOVE WS-DMD-DEF-LEAD TO WS-DMD-T-LEAD(WS-DMD-POS)
               MOVE 'C' TO WS-DMD-T-CLASS(WS-DMD-POS)
           ELSE
               MOVE 'Y' TO WS-DMD-FULL
           END-IF.

       DMD-LEAD-TIME-PROCEDURE.
           MOVE 'N' TO WS-DMD-EOF
           OPEN INPUT PURCHORD
           IF WS-PURCHORD-STATUS = '00' THEN
               PERFORM UNTIL WS-DMD-EOF='Y'
                   READ PURCHORD NEXT INTO WS-PO
                       AT END MOVE 'Y' TO WS-DMD-EOF
                       NOT AT END
                       PERFORM VARYING WS-DMD-I FROM 1 BY 1
                           UNTIL WS-DMD-I > WS-DMD-CNT
                           IF WS-DMD-T-PRD-ID(WS-DMD-I) =
                               WS-PO-R-PRD-ID AND
                               WS-PO-R-ID > WS-DMD-T-PO-ID(WS-DMD-I)
                               THEN
                               MOVE WS-PO-R-ID
                                   TO WS-DMD-T-PO-ID(WS-DMD-I)
                               MOVE WS-PO-R-SUP-ID
                                   TO WS-DMD-T-SUP-ID(WS-DMD-I)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PURCHORD
           END-IF
           OPEN INPUT SUPPLIER
           IF WS-SUPPLIER-STATUS = '00' THEN
               PERFORM VARYING WS-DMD-I FROM 1 BY 1
                   UNTIL WS-DMD-I > WS-DMD-CNT
                   IF WS-DMD-T-SUP-ID(WS-DMD-I) > 0 THEN
                       MOVE WS-DMD-T-SUP-ID(WS-DMD-I) TO SUP-ID
                       READ SUPPLIER INTO WS-SUP
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           IF WS-SUP-LEAD-DAYS IS NUMERIC AND
                               WS-SUP-LEAD-DAYS > 0 THEN
                               MOVE WS-SUP-LEAD-DAYS
                                   TO WS-DMD-T-LEAD(WS-DMD-I)
                           END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SUPPLIER
           END-IF.

       DMD-CLASSIFY-PROCEDURE.
           MOVE 0 TO WS-DMD-TOT-VAL
           MOVE 0 TO WS-DMD-CUM-VAL
           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-DMD-CNT
               ADD WS-DMD-T-VALUE(WS-DMD-I) TO WS-DMD-TOT-VAL
           END-PERFORM
           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-DMD-CNT
               EVALUATE TRUE
                   WHEN WS-DMD-T-VALUE(WS-DMD-I) = 0
                       MOVE 'C' TO WS-DMD-T-CLASS(WS-DMD-I)
                   WHEN WS-DMD-CUM-VAL * 100 <
                       WS-DMD-TOT-VAL * WS-DMD-A-PCT
                       MOVE 'A' TO WS-DMD-T-CLASS(WS-DMD-I)
                   WHEN WS-DMD-CUM-VAL * 100 <
                       WS-DMD-TOT-VAL * WS-DMD-B-PCT
                       MOVE 'B' TO WS-DMD-T-CLASS(WS-DMD-I)
                   WHEN OTHER
                       MOVE 'C' TO WS-DMD-T-CLASS(WS-DMD-I)
               END-EVALUATE
               ADD WS-DMD-T-VALUE(WS-DMD-I) TO WS-DMD-CUM-VAL
           END-PERFORM.

       DMD-WRITE-PROPOSALS-PROCEDURE.
           OPEN OUTPUT RORPROP
           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-DMD-CNT
               PERFORM DMD-PROPOSE-ONE-PROCEDURE
           END-PERFORM
           CLOSE RORPROP.

       DMD-PROPOSE-ONE-PROCEDURE.
           EVALUATE WS-DMD-T-CLASS(WS-DMD-I)
               WHEN 'A'
                   MOVE WS-DMD-SAFE-A TO WS-DMD-SAFE
                   MOVE WS-DMD-COVER-A TO WS-DMD-COVER
               WHEN 'B'
                   MOVE WS-DMD-SAFE-B TO WS-DMD-SAFE
                   MOVE WS-DMD-COVER-B TO WS-DMD-COVER
               WHEN OTHER
                   MOVE WS-DMD-SAFE-C TO WS-DMD-SAFE
                   MOVE WS-DMD-COVER-C TO WS-DMD-COVER
           END-EVALUATE
           MOVE WS-DMD-T-PRD-ID(WS-DMD-I) TO WS-RPP-PRD-ID
           MOVE WS-DMD-T-NAME(WS-DMD-I) TO WS-RPP-NAME
           MOVE WS-DMD-T-CLASS(WS-DMD-I) TO WS-RPP-CLASS
           MOVE WS-DMD-T-VALUE(WS-DMD-I) TO WS-RPP-VALUE
           MOVE WS-DMD-T-LEAD(WS-DMD-I) TO WS-RPP-LEAD
           MOVE WS-TODAY-MMDDYYYY TO WS-RPP-BUILD-DATE
           COMPUTE WS-RPP-AVG-DMD ROUNDED =
               WS-DMD-T-QTY(WS-DMD-I) / WS-DMD-MONTHS
           COMPUTE WS-DMD-WORK = WS-DMD-T-QTY(WS-DMD-I)
               * WS-DMD-T-LEAD(WS-DMD-I) * (100 + WS-DMD-SAFE)
               / (WS-DMD-MONTHS * 30 * 100)
           MOVE WS-DMD-WORK TO WS-DMD-INT
           IF WS-DMD-WORK > WS-DMD-INT THEN
               ADD 1 TO WS-DMD-INT
           END-IF
           MOVE WS-DMD-INT TO WS-RPP-NEW-ROP
           COMPUTE WS-DMD-WORK = WS-DMD-T-QTY(WS-DMD-I)
               * WS-DMD-COVER / WS-DMD-MONTHS
           MOVE WS-DMD-WORK TO WS-DMD-INT
           IF WS-DMD-WORK > WS-DMD-INT THEN
               ADD 1 TO WS-DMD-INT
           END-IF
           MOVE WS-DMD-INT TO WS-RPP-NEW-OQ
           MOVE WS-RPP TO RORPROP-FILE
           WRITE RORPROP-FILE.

       DMD-CURRENT-VALUES-PROCEDURE.
           MOVE 0 TO WS-DMD-CUR-ROP
           MOVE 0 TO WS-DMD-CUR-OQ
           MOVE SPACE TO WS-DMD-CUR-CLASS
           IF WS-PRD-REORDER-PT IS NUMERIC THEN
               MOVE WS-PRD-REORDER-PT TO WS-DMD-CUR-ROP
           END-IF
           IF WS-PRD-ORDER-QTY IS NUMERIC THEN
               MOVE WS-PRD-ORDER-QTY TO WS-DMD-CUR-OQ
           END-IF
           IF WS-PRD-ABC-CLASS = 'A' OR WS-PRD-ABC-CLASS = 'B' OR
               WS-PRD-ABC-CLASS = 'C' THEN
               MOVE WS-PRD-ABC-CLASS TO WS-DMD-CUR-CLASS
           END-IF.

       DMD-REVIEW-REPORT-PROCEDURE.
           MOVE 0 TO WS-DMD-RPT-CNT
           MOVE 0 TO WS-DMD-CHG-CNT
           MOVE 'N' TO WS-DMD-EOF
           OPEN INPUT RORPROP
           IF WS-RORPROP-STATUS NOT = '00' THEN
               DISPLAY 'No reorder proposals - build the demand'
                   ' history first.'
           ELSE
               OPEN OUTPUT RORREVRPT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'REORDER PROPOSAL REVIEW - DEMAND '
                   WS-DMD-MONTHS ' MONTHS'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RORREVRPT-FILE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'PRDID NAME       CL  SALES VALUE   AVG/MO LEAD'
                   ' CUR-ROP NEW-ROP  CUR-OQ  NEW-OQ'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RORREVRPT-FILE FROM WS-RPT-LINE
               OPEN INPUT PRODUCT
               PERFORM UNTIL WS-DMD-EOF='Y'
                   READ RORPROP INTO WS-RPP
                       AT END MOVE 'Y' TO WS-DMD-EOF
                       NOT AT END
                       PERFORM DMD-REVIEW-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
               CLOSE RORPROP
               MOVE WS-DMD-RPT-CNT TO WS-DMD-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Products: ' WS-DMD-CNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RORREVRPT-FILE FROM WS-RPT-LINE
               MOVE WS-DMD-CHG-CNT TO WS-DMD-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'Proposed changes (*): ' WS-DMD-CNT-DISP
                   '   Proposals built: ' WS-RPP-BUILD-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RORREVRPT-FILE FROM WS-RPT-LINE
               CLOSE RORREVRPT
               DISPLAY 'Review report written to reorderreview.dat'
               DISPLAY 'Proposed changes: 'WS-DMD-CNT-DISP
           END-IF.

       DMD-REVIEW-LINE-PROCEDURE.
           ADD 1 TO WS-DMD-RPT-CNT
           MOVE WS-RPP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE SPACES TO WS-PRD
           END-READ
           PERFORM DMD-CURRENT-VALUES-PROCEDURE
           MOVE SPACE TO WS-DMD-FLAG
           IF WS-DMD-CUR-ROP NOT = WS-RPP-NEW-ROP OR
               WS-DMD-CUR-OQ NOT = WS-RPP-NEW-OQ OR
               WS-DMD-CUR-CLASS NOT = WS-RPP-CLASS THEN
               MOVE '*' TO WS-DMD-FLAG
               ADD 1 TO WS-DMD-CHG-CNT
           END-IF
           MOVE WS-RPP-VALUE TO WS-DMD-VAL-DISP
           MOVE WS-RPP-AVG-DMD TO WS-DMD-AVG-DISP
           MOVE WS-DMD-CUR-ROP TO WS-DMD-D1
           MOVE WS-RPP-NEW-ROP TO WS-DMD-D2
           MOVE WS-DMD-CUR-OQ TO WS-DMD-D3
           MOVE WS-RPP-NEW-OQ TO WS-DMD-D4
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RPP-PRD-ID ' ' WS-RPP-NAME ' ' WS-RPP-CLASS
               ' ' WS-DMD-VAL-DISP ' ' WS-DMD-AVG-DISP ' '
               WS-RPP-LEAD ' ' WS-DMD-D1 ' ' WS-DMD-D2 ' '
               WS-DMD-D3 ' ' WS-DMD-D4 ' ' WS-DMD-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RORREVRPT-FILE FROM WS-RPT-LINE.

       DMD-ACCEPT-PROCEDURE.
           OPEN INPUT RORPROP
           IF WS-RORPROP-STATUS NOT = '00' THEN
               DISPLAY 'No reorder proposals - build the demand'
                   ' history first.'
           ELSE
               CLOSE RORPROP
               DISPLAY 'Accept proposals for class (A, B, C or *'
                   ' for all):'
               ACCEPT WS-DMD-CLS-SEL
               DISPLAY 'Update reorder points and order quantities'
                   ' from the proposals? (Y/N):'
               ACCEPT WS-DMD-ANS
               IF WS-DMD-ANS = 'Y' THEN
                   PERFORM DMD-ACCEPT-RUN-PROCEDURE
               ELSE
                   DISPLAY 'No changes made.'
               END-IF
           END-IF.

       DMD-ACCEPT-RUN-PROCEDURE.
           MOVE 0 TO WS-DMD-CHG-CNT
           MOVE 'N' TO WS-DMD-EOF
           OPEN INPUT RORPROP
           OPEN I-O PRODUCT
           PERFORM UNTIL WS-DMD-EOF='Y'
               READ RORPROP INTO WS-RPP
                   AT END MOVE 'Y' TO WS-DMD-EOF
                   NOT AT END
                   IF WS-DMD-CLS-SEL = '*' OR
                       WS-DMD-CLS-SEL = WS-RPP-CLASS THEN
                       PERFORM DMD-ACCEPT-ONE-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           CLOSE RORPROP
           MOVE WS-DMD-CHG-CNT TO WS-DMD-CNT-DISP
           DISPLAY 'Products updated: 'WS-DMD-CNT-DISP.

       DMD-ACCEPT-ONE-PROCEDURE.
           MOVE WS-RPP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY CONTINUE
               NOT INVALID KEY
               PERFORM DMD-CURRENT-VALUES-PROCEDURE
               IF WS-DMD-CUR-ROP NOT = WS-RPP-NEW-ROP OR
                   WS-DMD-CUR-OQ NOT = WS-RPP-NEW-OQ OR
                   WS-DMD-CUR-CLASS NOT = WS-RPP-CLASS THEN
                   MOVE WS-RPP-NEW-ROP TO PRD-REORDER-PT
                   MOVE WS-RPP-NEW-OQ TO PRD-ORDER-QTY
                   MOVE WS-RPP-CLASS TO PRD-ABC-CLASS
                   REWRITE PRODUCT-FILE
                   ADD 1 TO WS-DMD-CHG-CNT
                   MOVE 'ROPACPT' TO WS-AUD-ACTION
                   MOVE WS-RPP-PRD-ID TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
               END-IF
           END-READ.

       STANDING-ORDER-PROCEDURE.
           DISPLAY 'Standing orders:'
           DISPLAY '1. Add a standing order'
           DISPLAY '2. Change schedule, ship-to, rep or status'
           DISPLAY '3. Replace product lines'
           DISPLAY '4. List standing orders'
           DISPLAY '5. Generate standing orders due today'
           DISPLAY 'Enter option number: '
           ACCEPT WS-STO-CHC
           EVALUATE WS-STO-CHC
               WHEN 1
                   PERFORM STO-ADD-PROCEDURE
               WHEN 2
                   PERFORM STO-CHANGE-PROCEDURE
               WHEN 3
                   PERFORM STO-REPLACE-LINES-PROCEDURE
               WHEN 4
                   PERFORM STO-LIST-PROCEDURE
               WHEN 5
                   PERFORM STO-RUN-PROCEDURE
               WHEN OTHER
                   DISPLAY 'Invalid. Please input a valid number.'
           END-EVALUATE.

       STO-ADD-PROCEDURE.
           DISPLAY 'Enter customer ID:'
           ACCEPT WS-INP-CST-ID
           MOVE 'N' TO WS-INP-CST-ID-FND
           OPEN INPUT CUSTOMER
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           CLOSE CUSTOMER
           IF WS-INP-CST-ID-FND = 'N' THEN
               DISPLAY 'Customer does not exist'
           ELSE
               MOVE SPACES TO WS-STO
               MOVE WS-INP-CST-ID TO WS-STO-CST-ID
               PERFORM SELECT-SHIPTO-PROCEDURE
               MOVE WS-INP-SHIP-SEQ TO WS-STO-SHIP-SEQ
               PERFORM SELECT-REP-PROCEDURE
               MOVE WS-INP-REP-ID TO WS-STO-REP-ID
               PERFORM STO-ENTER-SCHEDULE-PROCEDURE
               PERFORM STO-ENTER-LINES-PROCEDURE
               IF WS-STO-NEW-CNT = 0 THEN
                   DISPLAY 'No product lines - standing order not'
                       ' saved.'
               ELSE
                   PERFORM FIND-MAX-STO-ID-PROCEDURE
                   COMPUTE WS-STO-ID = WS-STO-MAX-ID + 1
                   MOVE 'A' TO WS-STO-STATUS
                   MOVE WS-STO-NEW-CNT TO WS-STO-LINE-CNT
                   MOVE 0 TO WS-STO-LAST-ORD-ID
                   MOVE 0 TO WS-STO-LAST-RUN
                   OPEN I-O STDORD
                   IF WS-STDORD-STATUS NOT = '00' THEN
                       OPEN OUTPUT STDORD
                   END-IF
                   MOVE WS-STO TO STDORD-FILE
                   WRITE STDORD-FILE
                       INVALID KEY CONTINUE
                   END-WRITE
                   CLOSE STDORD
                   PERFORM STO-WRITE-LINES-PROCEDURE
                   MOVE 'STOADD' TO WS-AUD-ACTION
                   MOVE WS-STO-ID TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   DISPLAY 'Standing order 'WS-STO-ID' added.'
               END-IF
           END-IF.

       FIND-MAX-STO-ID-PROCEDURE.
           MOVE 0 TO WS-STO-MAX-ID
           MOVE 'N' TO WS-STO-EOF
           OPEN INPUT STDORD
           IF WS-STDORD-STATUS = '00' THEN
               PERFORM UNTIL WS-STO-EOF = 'Y'
                   READ STDORD NEXT
                       AT END MOVE 'Y' TO WS-STO-EOF
                       NOT AT END
                       IF STO-ID > WS-STO-MAX-ID THEN
                           MOVE STO-ID TO WS-STO-MAX-ID
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STDORD
           END-IF.

       STO-ENTER-SCHEDULE-PROCEDURE.
           MOVE SPACE TO WS-STO-FREQ
           PERFORM UNTIL WS-STO-FREQ = 'W' OR WS-STO-FREQ = 'F' OR
               WS-STO-FREQ = 'M' OR WS-STO-FREQ = 'Q'
               DISPLAY 'Enter frequency (W=weekly, F=fortnightly,'
                   ' M=monthly, Q=quarterly):'
               ACCEPT WS-STO-FREQ
           END-PERFORM
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter next due date (MMDDYYYY):'
               ACCEPT WS-INP-ORD-DATE
               PERFORM VALIDATE-PO-DATE-PROCEDURE
           END-PERFORM
           MOVE WS-INP-ORD-DATE TO WS-STO-NEXT-DUE
           MOVE WS-INP-ORD-DD TO WS-STO-ANCHOR-DD
           MOVE WS-INP-ORD-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-STO-DUE-NORM
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY 'Enter end date (MMDDYYYY, 0 = no end date):'
               ACCEPT WS-INP-ORD-DATE
               IF WS-INP-ORD-DATE = 0 THEN
                   MOVE 'Y' TO WS-DATE-OK
               ELSE
                   PERFORM VALIDATE-PO-DATE-PROCEDURE
                   IF WS-DATE-OK = 'Y' THEN
                       MOVE WS-INP-ORD-DATE TO WS-NORM-DATE-IN
                       PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
                       IF WS-NORM-DATE-OUT < WS-STO-DUE-NORM THEN
                           DISPLAY 'End date may not be before the'
                               ' next due date.'
                           MOVE 'N' TO WS-DATE-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-INP-ORD-DATE TO WS-STO-END-DATE.

       STO-ENTER-LINES-PROCEDURE.
           MOVE 0 TO WS-STO-NEW-CNT
           MOVE 'N' TO WS-STO-DONE
           PERFORM UNTIL WS-STO-DONE = 'Y'
               DISPLAY 'Enter product ID (0 = finished):'
               ACCEPT WS-INP-PRD-ID
               IF WS-INP-PRD-ID = 0 THEN
                   MOVE 'Y' TO WS-STO-DONE
               ELSE
                   PERFORM STO-ENTER-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       STO-ENTER-LINE-PROCEDURE.
           MOVE 'N' TO WS-INP-PRD-ID-FND
           OPEN INPUT PRODUCT
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-PRD-ID-FND
           END-READ
           CLOSE PRODUCT
           IF WS-INP-PRD-ID-FND = 'N' THEN
               DISPLAY 'Product does not exist'
           ELSE
               DISPLAY 'Enter quantity:'
               ACCEPT WS-INP-QUAN
               IF WS-INP-QUAN = 0 THEN
                   DISPLAY 'Quantity must be greater than zero.'
               ELSE
                   ADD 1 TO WS-STO-NEW-CNT
                   MOVE WS-INP-PRD-ID TO WS-STO-T-PRD-ID(WS-STO-NEW-CNT)
                   MOVE WS-INP-QUAN TO WS-STO-T-QUAN(WS-STO-NEW-CNT)
                   IF WS-STO-NEW-CNT NOT < 20 THEN
                       DISPLAY 'Maximum of 20 products reached.'
                       MOVE 'Y' TO WS-STO-DONE
                   END-IF
               END-IF
           END-IF.

       STO-WRITE-LINES-PROCEDURE.
           OPEN I-O STDORDL
           IF WS-STDORDL-STATUS NOT = '00' THEN
               OPEN OUTPUT STDORDL
           END-IF
           PERFORM VARYING WS-STO-I FROM 1 BY 1
               UNTIL WS-STO-I > WS-STO-NEW-CNT
               MOVE WS-STO-ID TO STOL-ID
               MOVE WS-STO-I TO STOL-LINE-NO
               MOVE WS-STO-T-PRD-ID(WS-STO-I) TO STOL-PRD-ID
               MOVE WS-STO-T-QUAN(WS-STO-I) TO STOL-QUAN
               WRITE STDORDL-FILE
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE STDORDL.

       STO-SELECT-PROCEDURE.
           MOVE 'N' TO WS-STO-FND
           DISPLAY 'Enter standing order ID:'
           ACCEPT WS-INP-STO-ID
           OPEN INPUT STDORD
           IF WS-STDORD-STATUS = '00' THEN
               MOVE WS-INP-STO-ID TO STO-ID
               READ STDORD INTO WS-STO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-STO-FND
               END-READ
               CLOSE STDORD
           END-IF
           IF WS-STO-FND = 'N' THEN
               DISPLAY 'Standing order does not exist'
           ELSE
               DISPLAY 'Customer 'WS-STO-CST-ID' ship-to '
                   WS-STO-SHIP-SEQ' rep 'WS-STO-REP-ID
               DISPLAY 'Frequency 'WS-STO-FREQ' next due '
                   WS-STO-NEXT-DUE' end 'WS-STO-END-DATE
                   ' status 'WS-STO-STATUS
           END-IF.

       STO-CHANGE-PROCEDURE.
           PERFORM STO-SELECT-PROCEDURE
           IF WS-STO-FND = 'Y' THEN
               MOVE WS-STO-CST-ID TO WS-INP-CST-ID
               PERFORM SELECT-SHIPTO-PROCEDURE
               MOVE WS-INP-SHIP-SEQ TO WS-STO-SHIP-SEQ
               PERFORM SELECT-REP-PROCEDURE
               MOVE WS-INP-REP-ID TO WS-STO-REP-ID
               PERFORM STO-ENTER-SCHEDULE-PROCEDURE
               MOVE SPACE TO WS-STO-STATUS
               PERFORM UNTIL WS-STO-STATUS = 'A' OR
                   WS-STO-STATUS = 'S' OR WS-STO-STATUS = 'E'
                   DISPLAY 'Enter status (A=active, S=suspended,'
                       ' E=ended):'
                   ACCEPT WS-STO-STATUS
               END-PERFORM
               PERFORM STO-REWRITE-PROCEDURE
               MOVE 'STOUPD' TO WS-AUD-ACTION
               MOVE WS-STO-ID TO WS-AUD-KEY
               PERFORM WRITE-AUDIT-LOG-PROCEDURE
               DISPLAY 'Standing order updated.'
           END-IF.

       STO-REWRITE-PROCEDURE.
           OPEN I-O STDORD
           MOVE WS-STO-ID TO STO-ID
           READ STDORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
               MOVE WS-STO TO STDORD-FILE
               REWRITE STDORD-FILE
                   INVALID KEY CONTINUE
               END-REWRITE
           END-READ
           CLOSE STDORD.

       STO-LOAD-LINES-PROCEDURE.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-STO-L-EOF
           OPEN INPUT STDORDL
           IF WS-STDORDL-STATUS = '00' THEN
               MOVE WS-STO-ID TO STOL-ID
               MOVE 0 TO STOL-LINE-NO
               START STDORDL KEY NOT < STOL-KEY
                   INVALID KEY MOVE 'Y' TO WS-STO-L-EOF
               END-START
               PERFORM UNTIL WS-STO-L-EOF = 'Y'
                   READ STDORDL NEXT INTO WS-STOL
                       AT END MOVE 'Y' TO WS-STO-L-EOF
                       NOT AT END
                       IF WS-STOL-ID NOT = WS-STO-ID OR
                           WS-LINE-CNT NOT < 20 THEN
                           MOVE 'Y' TO WS-STO-L-EOF
                       ELSE
                           ADD 1 TO WS-LINE-CNT
                           MOVE WS-STOL-PRD-ID
                               TO WS-STO-T-PRD-ID(WS-LINE-CNT)
                           MOVE WS-STOL-QUAN
                               TO WS-STO-T-QUAN(WS-LINE-CNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STDORDL
           END-IF.

       STO-REPLACE-LINES-PROCEDURE.
           PERFORM STO-SELECT-PROCEDURE
           IF WS-STO-FND = 'Y' THEN
               PERFORM STO-LOAD-LINES-PROCEDURE
               DISPLAY 'Current lines:'
               DISPLAY 'PRDID  QUANT'
               PERFORM VARYING WS-STO-I FROM 1 BY 1
                   UNTIL WS-STO-I > WS-LINE-CNT
                   DISPLAY WS-STO-T-PRD-ID(WS-STO-I)' '
                       WS-STO-T-QUAN(WS-STO-I)
               END-PERFORM
               DISPLAY 'Enter the new product lines:'
               PERFORM STO-ENTER-LINES-PROCEDURE
               IF WS-STO-NEW-CNT = 0 THEN
                   DISPLAY 'No product lines - lines not changed.'
               ELSE
                   OPEN I-O STDORDL
                   PERFORM VARYING WS-STO-I FROM 1 BY 1
                       UNTIL WS-STO-I > WS-STO-LINE-CNT
                       MOVE WS-STO-ID TO STOL-ID
                       MOVE WS-STO-I TO STOL-LINE-NO
                       DELETE STDORDL
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-PERFORM
                   CLOSE STDORDL
                   PERFORM STO-WRITE-LINES-PROCEDURE
                   MOVE WS-STO-NEW-CNT TO WS-STO-LINE-CNT
                   PERFORM STO-REWRITE-PROCEDURE
                   MOVE 'STOLINES' TO WS-AUD-ACTION
                   MOVE WS-STO-ID TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   DISPLAY 'Product lines replaced.'
               END-IF
           END-IF.

       STO-LIST-PROCEDURE.
           DISPLAY 'Enter customer ID (0 = all):'
           ACCEPT WS-STO-LIST-CST
           MOVE 0 TO WS-STO-CNT
           MOVE 'N' TO WS-STO-EOF
           DISPLAY 'STOID CSTID SH REP F NEXTDUE  ENDDATE  S LINES'
               ' LASTORD'
           OPEN INPUT STDORD
           IF WS-STDORD-STATUS = '00' THEN
               PERFORM UNTIL WS-STO-EOF = 'Y'
                   READ STDORD NEXT INTO WS-STO
                       AT END MOVE 'Y' TO WS-STO-EOF
                       NOT AT END
                       IF WS-STO-LIST-CST = 0 OR
                           WS-STO-LIST-CST = WS-STO-CST-ID THEN
                           ADD 1 TO WS-STO-CNT
                           DISPLAY WS-STO-ID' 'WS-STO-CST-ID' '
                               WS-STO-SHIP-SEQ' 'WS-STO-REP-ID' '
                               WS-STO-FREQ' 'WS-STO-NEXT-DUE' '
                               WS-STO-END-DATE' 'WS-STO-STATUS' '
                               WS-STO-LINE-CNT'    '
                               WS-STO-LAST-ORD-ID
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STDORD
           END-IF
           IF WS-STO-CNT = 0 THEN
               DISPLAY 'No standing orders found.'
           END-IF.

       STO-RUN-PROCEDURE.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           MOVE WS-TODAY-MMDDYYYY TO WS-STO-RUN-DATE
           MOVE WS-TODAY-DATE TO WS-STO-RUN-NORM
           MOVE 0 TO WS-STO-DUE-CNT
           MOVE 0 TO WS-STO-GEN-CNT
           MOVE 0 TO WS-STO-SKIP-CNT
           MOVE 0 TO WS-STO-BO-CNT
           MOVE 0 TO WS-STO-END-CNT
           MOVE 0 TO WS-STO-VALUE
           OPEN OUTPUT STORPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'STANDING ORDER RUN FOR ' WS-STO-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'STOID CSTID DUE      RESULT       ORDER BO REASON'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE
           MOVE 'N' TO WS-STO-EOF
           OPEN I-O STDORD
           IF WS-STDORD-STATUS = '00' THEN
               PERFORM UNTIL WS-STO-EOF = 'Y'
                   READ STDORD NEXT INTO WS-STO
                       AT END MOVE 'Y' TO WS-STO-EOF
                       NOT AT END
                       IF WS-STO-STATUS = 'A' THEN
                           PERFORM STO-RUN-ONE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STDORD
           END-IF
           PERFORM STO-RUN-TOTALS-PROCEDURE
           CLOSE STORPT
           MOVE 'STORUN' TO WS-AUD-ACTION
           MOVE WS-STO-RUN-DATE TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           MOVE WS-STO-GEN-CNT TO WS-STO-CNT-DISP
           DISPLAY 'Standing orders generated: 'WS-STO-CNT-DISP
           MOVE WS-STO-SKIP-CNT TO WS-STO-CNT-DISP
           DISPLAY 'Standing orders skipped:   'WS-STO-CNT-DISP
           DISPLAY 'Run report written to standingrun.dat'.

       STO-RUN-ONE-PROCEDURE.
           MOVE WS-STO-NEXT-DUE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-STO-DUE-NORM
           IF WS-STO-END-DATE IS NUMERIC AND WS-STO-END-DATE > 0 THEN
               MOVE WS-STO-END-DATE TO WS-NORM-DATE-IN
               PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
               MOVE WS-NORM-DATE-OUT TO WS-STO-END-NORM
           ELSE
               MOVE 99999999 TO WS-STO-END-NORM
           END-IF
           EVALUATE TRUE
               WHEN WS-STO-DUE-NORM > WS-STO-END-NORM
                   MOVE 'E' TO WS-STO-STATUS
                   MOVE WS-STO TO STDORD-FILE
                   REWRITE STDORD-FILE
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-STO-END-CNT
                   MOVE 'ENDED' TO WS-STO-RESULT-TEXT
                   MOVE 'PAST END DATE' TO WS-STO-REASON
                   MOVE 0 TO WS-STO-ORD-ID
                   MOVE 0 TO WS-STO-BO-LINES
                   PERFORM STO-RUN-LINE-PROCEDURE
               WHEN WS-STO-DUE-NORM NOT > WS-STO-RUN-NORM
                   ADD 1 TO WS-STO-DUE-CNT
                   PERFORM STO-GENERATE-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STO-GENERATE-PROCEDURE.
           MOVE WS-STO-CST-ID TO WS-INP-CST-ID
           MOVE WS-STO-RUN-DATE TO WS-INP-ORD-DATE
           MOVE 0 TO WS-LINE-CNT
           MOVE 0 TO WS-PEND-BO-CNT
           MOVE 0 TO WS-ORD-TOTAL-COST
           MOVE 0 TO WS-ORD-GROSS-TOTAL
           MOVE 0 TO WS-STO-ORD-ID
           MOVE 0 TO WS-STO-BO-LINES
           MOVE SPACES TO WS-STO-REASON
           MOVE 'N' TO WS-STO-L-EOF
           OPEN INPUT STDORDL
           IF WS-STDORDL-STATUS = '00' THEN
               MOVE WS-STO-ID TO STOL-ID
               MOVE 0 TO STOL-LINE-NO
               START STDORDL KEY NOT < STOL-KEY
                   INVALID KEY MOVE 'Y' TO WS-STO-L-EOF
               END-START
               PERFORM UNTIL WS-STO-L-EOF = 'Y'
                   READ STDORDL NEXT INTO WS-STOL
                       AT END MOVE 'Y' TO WS-STO-L-EOF
                       NOT AT END
                       IF WS-STOL-ID NOT = WS-STO-ID THEN
                           MOVE 'Y' TO WS-STO-L-EOF
                       ELSE
                           PERFORM STO-ADD-LINE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STDORDL
           END-IF
           PERFORM STO-SAVE-ORDER-PROCEDURE
           EVALUATE WS-STO-RESULT
               WHEN 'G'
                   ADD 1 TO WS-STO-GEN-CNT
                   IF WS-STO-BO-LINES > 0 THEN
                       ADD 1 TO WS-STO-BO-CNT
                       MOVE 'GENERATED+BO' TO WS-STO-RESULT-TEXT
                   ELSE
                       MOVE 'GENERATED' TO WS-STO-RESULT-TEXT
                   END-IF
               WHEN 'B'
                   ADD 1 TO WS-STO-BO-CNT
                   MOVE 'BACKORDERED' TO WS-STO-RESULT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-STO-SKIP-CNT
                   MOVE 'SKIPPED' TO WS-STO-RESULT-TEXT
           END-EVALUATE
           PERFORM STO-RUN-LINE-PROCEDURE
           IF WS-STO-RESULT NOT = 'S' THEN
               PERFORM STO-ADVANCE-DUE-PROCEDURE
               MOVE WS-STO-ORD-ID TO WS-STO-LAST-ORD-ID
               MOVE WS-STO-RUN-DATE TO WS-STO-LAST-RUN
               MOVE WS-STO TO STDORD-FILE
               REWRITE STDORD-FILE
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       STO-ADD-LINE-PROCEDURE.
           MOVE WS-STOL-PRD-ID TO WS-INP-PRD-ID
           MOVE WS-STOL-QUAN TO WS-INP-QUAN
           MOVE 'N' TO WS-BO-STASHED
           MOVE 'N' TO WS-INP-PRD-ID-FND
           OPEN INPUT PRODUCT
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INP-PRD-ID-FND
                   MOVE WS-PRD-PRICE TO WS-INP-PRD-PRICE
                   MOVE WS-PRD-STOCK TO WS-INP-PRD-STOCK
           END-READ
           CLOSE PRODUCT
           IF WS-INP-PRD-ID-FND = 'N' THEN
               MOVE 'PRODUCT NOT FOUND' TO WS-STO-REASON
               PERFORM STO-LINE-SKIPPED-PROCEDURE
           ELSE
               PERFORM CALC-RESERVED-QUAN-PROCEDURE
               COMPUTE WS-AVAIL-STOCK = WS-INP-PRD-STOCK
                   - WS-RESERVED-QUAN
               IF WS-INP-QUAN > WS-AVAIL-STOCK THEN
                   COMPUTE WS-BO-SHORT-QUAN = WS-INP-QUAN
                       - WS-AVAIL-STOCK
                   IF WS-PEND-BO-CNT < 40 THEN
                       ADD 1 TO WS-PEND-BO-CNT
                       MOVE WS-INP-PRD-ID
                           TO WS-PEND-BO-PRD-ID(WS-PEND-BO-CNT)
                       MOVE WS-BO-SHORT-QUAN
                           TO WS-PEND-BO-QUAN(WS-PEND-BO-CNT)
                       MOVE 'Y' TO WS-BO-STASHED
                       MOVE WS-AVAIL-STOCK TO WS-INP-QUAN
                   ELSE
                       MOVE 'BACKORDER LIMIT' TO WS-STO-REASON
                       PERFORM STO-LINE-SKIPPED-PROCEDURE
                       MOVE 0 TO WS-INP-QUAN
                   END-IF
               END-IF
               IF WS-INP-QUAN > 0 THEN
                   MULTIPLY WS-INP-PRD-PRICE BY WS-INP-QUAN
                       GIVING WS-GROSS-LINE
                   IF WS-ORD-GROSS-TOTAL + WS-GROSS-LINE
                       > 9999999.99 THEN
                       MOVE 'ORDER VALUE LIMIT' TO WS-STO-REASON
                       PERFORM STO-LINE-SKIPPED-PROCEDURE
                       IF WS-BO-STASHED = 'Y' THEN
                           SUBTRACT 1 FROM WS-PEND-BO-CNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-LINE-CNT
                       MOVE WS-INP-PRD-ID
                           TO WS-ORDL-T-PRD-ID(WS-LINE-CNT)
                       MOVE WS-INP-QUAN
                           TO WS-ORDL-T-QUAN(WS-LINE-CNT)
                       PERFORM GET-DISCOUNTED-PRICE-PROCEDURE
                       MOVE WS-DISC-PRICE
                           TO WS-ORDL-T-PRICE(WS-LINE-CNT)
                       MOVE WS-DISC-CONTRACT
                           TO WS-ORDL-T-CONTRACT(WS-LINE-CNT)
                       ADD WS-GROSS-LINE TO WS-ORD-GROSS-TOTAL
                       MULTIPLY WS-DISC-PRICE BY WS-INP-QUAN
                           GIVING WS-LINE-COST
                       ADD WS-LINE-COST TO WS-ORD-TOTAL-COST
                   END-IF
               END-IF
           END-IF.

       STO-LINE-SKIPPED-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-STO-ID '       product ' WS-INP-PRD-ID
               ' line skipped - ' WS-STO-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE.

       STO-SAVE-ORDER-PROCEDURE.
           MOVE 'S' TO WS-STO-RESULT
           MOVE 'N' TO WS-INP-CST-ID-FND
           OPEN INPUT CUSTOMER
           MOVE WS-STO-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           CLOSE CUSTOMER
           EVALUATE TRUE
               WHEN WS-INP-CST-ID-FND = 'N'
                   MOVE 'CUSTOMER NOT FOUND' TO WS-STO-REASON
               WHEN WS-LINE-CNT = 0 AND WS-PEND-BO-CNT = 0
                   MOVE 'NO VALID LINES' TO WS-STO-REASON
               WHEN OTHER
                   PERFORM VALIDATE-ORDER-DATE-PROCEDURE
                   IF WS-DATE-OK = 'N' THEN
                       IF WS-PER-LOCKED = 'Y' THEN
                           MOVE 'DATE IN CLOSED PERIOD'
                               TO WS-STO-REASON
                       ELSE
                           MOVE 'INVALID ORDER DATE' TO WS-STO-REASON
                       END-IF
                   ELSE
                       PERFORM STO-PRICE-ORDER-PROCEDURE
                   END-IF
           END-EVALUATE
           IF WS-STO-RESULT = 'S' THEN
               MOVE 0 TO WS-PEND-BO-CNT
           END-IF.

       STO-PRICE-ORDER-PROCEDURE.
           MOVE WS-STO-SHIP-SEQ TO WS-INP-SHIP-SEQ
           IF WS-STO-REP-ID IS NUMERIC AND WS-STO-REP-ID > 0 THEN
               MOVE WS-STO-REP-ID TO WS-INP-REP-ID
           ELSE
               IF WS-CST-REP-ID IS NUMERIC THEN
                   MOVE WS-CST-REP-ID TO WS-INP-REP-ID
               ELSE
                   MOVE 0 TO WS-INP-REP-ID
               END-IF
           END-IF
           PERFORM CALC-ORDER-PRICING-PROCEDURE
           IF WS-ORD-VALUE-OK = 'N' THEN
               MOVE 'ORDER VALUE LIMIT' TO WS-STO-REASON
           ELSE
               PERFORM CREDIT-CHECK-PROCEDURE
               IF WS-CREDIT-OK = 'N' THEN
                   MOVE WS-CREDIT-REASON TO WS-STO-REASON
               ELSE
                   MOVE WS-STO-CST-ID TO WS-PEND-BO-CST-ID
                   MOVE WS-PEND-BO-CNT TO WS-STO-BO-LINES
                   IF WS-LINE-CNT = 0 THEN
                       MOVE 'B' TO WS-STO-RESULT
                       MOVE 'ALL LINES BACKORDERED' TO WS-STO-REASON
                       PERFORM WRITE-PENDING-BACKORDERS-PROCEDURE
                   ELSE
                       PERFORM WRITE-ORDER-PROCEDURE
                       IF WS-ORD-WRITE-OK = 'Y' THEN
                           MOVE 'G' TO WS-STO-RESULT
                           MOVE WS-NEXT-ORD-ID TO WS-STO-ORD-ID
                           ADD WS-ORD-NET-TOTAL TO WS-STO-VALUE
                           PERFORM WRITE-PENDING-BACKORDERS-PROCEDURE
                       ELSE
                           MOVE 0 TO WS-STO-BO-LINES
                           MOVE 'ORDER NOT WRITTEN' TO WS-STO-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STO-RUN-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-STO-ID ' ' WS-STO-CST-ID ' ' WS-STO-NEXT-DUE ' '
               WS-STO-RESULT-TEXT ' ' WS-STO-ORD-ID ' '
               WS-STO-BO-LINES ' ' WS-STO-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE.

       STO-ADVANCE-DUE-PROCEDURE.
           MOVE WS-STO-NEXT-DUE TO WS-INP-ORD-DATE
           IF WS-STO-ANCHOR-DD IS NOT NUMERIC OR
               WS-STO-ANCHOR-DD = 0 THEN
               MOVE WS-INP-ORD-DD TO WS-STO-ANCHOR-DD
           END-IF
           PERFORM UNTIL WS-STO-DUE-NORM > WS-STO-RUN-NORM
               EVALUATE WS-STO-FREQ
                   WHEN 'W'
                       MOVE 7 TO WS-STO-ADD-DAYS
                       PERFORM STO-ADD-DAYS-PROCEDURE
                   WHEN 'F'
                       MOVE 14 TO WS-STO-ADD-DAYS
                       PERFORM STO-ADD-DAYS-PROCEDURE
                   WHEN 'Q'
                       MOVE 3 TO WS-STO-ADD-MONTHS
                       PERFORM STO-ADD-MONTHS-PROCEDURE
                   WHEN OTHER
                       MOVE 1 TO WS-STO-ADD-MONTHS
                       PERFORM STO-ADD-MONTHS-PROCEDURE
               END-EVALUATE
               MOVE WS-INP-ORD-DATE TO WS-NORM-DATE-IN
               PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
               MOVE WS-NORM-DATE-OUT TO WS-STO-DUE-NORM
           END-PERFORM
           MOVE WS-INP-ORD-DATE TO WS-STO-NEXT-DUE
           IF WS-STO-DUE-NORM > WS-STO-END-NORM THEN
               MOVE 'E' TO WS-STO-STATUS
           END-IF.

       STO-ADD-DAYS-PROCEDURE.
           ADD WS-STO-ADD-DAYS TO WS-INP-ORD-DD
           PERFORM CALC-MAX-DAY-PROCEDURE
           PERFORM UNTIL WS-INP-ORD-DD NOT > WS-MAX-DAY
               SUBTRACT WS-MAX-DAY FROM WS-INP-ORD-DD
               PERFORM STO-NEXT-MONTH-PROCEDURE
               PERFORM CALC-MAX-DAY-PROCEDURE
           END-PERFORM.

       STO-ADD-MONTHS-PROCEDURE.
           PERFORM STO-NEXT-MONTH-PROCEDURE WS-STO-ADD-MONTHS TIMES
           MOVE WS-STO-ANCHOR-DD TO WS-INP-ORD-DD
           PERFORM CALC-MAX-DAY-PROCEDURE
           IF WS-INP-ORD-DD > WS-MAX-DAY THEN
               MOVE WS-MAX-DAY TO WS-INP-ORD-DD
           END-IF.

       STO-NEXT-MONTH-PROCEDURE.
           IF WS-INP-ORD-MM = 12 THEN
               MOVE 1 TO WS-INP-ORD-MM
               ADD 1 TO WS-INP-ORD-YYYY
           ELSE
               ADD 1 TO WS-INP-ORD-MM
           END-IF.

       STO-RUN-TOTALS-PROCEDURE.
           MOVE WS-STO-DUE-CNT TO WS-STO-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Standing orders due:  ' WS-STO-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE
           MOVE WS-STO-GEN-CNT TO WS-STO-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Orders generated:     ' WS-STO-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE
           MOVE WS-STO-SKIP-CNT TO WS-STO-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Orders skipped:       ' WS-STO-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE
           MOVE WS-STO-BO-CNT TO WS-STO-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Orders backordered:   ' WS-STO-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE
           MOVE WS-STO-END-CNT TO WS-STO-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Standing orders ended:' WS-STO-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE
           MOVE WS-STO-VALUE TO WS-STO-VALUE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Value generated:      ' WS-STO-VALUE-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE STORPT-FILE FROM WS-RPT-LINE.

       BACKUP-PROCEDURE.
           DISPLAY 'Back up live data files:'
           PERFORM READ-BACKUP-CONTROL-PROCEDURE
           IF WS-BGN-LAST NOT < WS-BGN-KEEP THEN
               MOVE 1 TO WS-BCK-GEN
           ELSE
               COMPUTE WS-BCK-GEN = WS-BGN-LAST + 1
           END-IF
           MOVE 0 TO WS-BCK-CNT
           PERFORM WRITE-BACKUP-STAMP-PROCEDURE
           PERFORM BACKUP-CUSTOMER-PROCEDURE
           PERFORM BACKUP-PRODUCT-PROCEDURE
           PERFORM BACKUP-ORDER-PROCEDURE
           PERFORM BACKUP-ORDERLINE-PROCEDURE
           PERFORM BACKUP-VOIDFLAG-PROCEDURE
           PERFORM BACKUP-ORDSTATUS-PROCEDURE
           PERFORM BACKUP-BACKORDER-PROCEDURE
           PERFORM BACKUP-SUPPLIER-PROCEDURE
           PERFORM BACKUP-PURCHORD-PROCEDURE
           PERFORM BACKUP-SHIPTO-PROCEDURE
           PERFORM BACKUP-SALESREP-PROCEDURE
           PERFORM BACKUP-OPERATOR-PROCEDURE
           PERFORM BACKUP-NEXTID-PROCEDURE
           PERFORM BACKUP-PAYMENT-PROCEDURE
           PERFORM BACKUP-CASHAPP-PROCEDURE
           PERFORM BACKUP-CREDMEMO-PROCEDURE
           PERFORM BACKUP-STKMOVE-PROCEDURE
           PERFORM BACKUP-STKCOUNT-PROCEDURE
           PERFORM BACKUP-PERCTL-PROCEDURE
           PERFORM BACKUP-CLOSEBAL-PROCEDURE
           PERFORM BACKUP-BALFWD-PROCEDURE
           PERFORM BACKUP-PAYHIST-PROCEDURE
           PERFORM BACKUP-CMHIST-PROCEDURE
           PERFORM BACKUP-SMHIST-PROCEDURE
           PERFORM BACKUP-SUPINV-PROCEDURE
           PERFORM BACKUP-SUPINVL-PROCEDURE
           PERFORM BACKUP-CONTRACT-PROCEDURE
           PERFORM BACKUP-STDORD-PROCEDURE
           PERFORM BACKUP-STDORDL-PROCEDURE
           PERFORM BACKUP-AUDITLOG-PROCEDURE
           MOVE WS-BCK-GEN TO WS-BGN-LAST
           PERFORM WRITE-BACKUP-CONTROL-PROCEDURE
           MOVE 'BACKUP' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           STRING 'GEN' WS-BCK-GEN DELIMITED BY SIZE INTO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           MOVE WS-BCK-CNT TO WS-BCK-CNT-DISP
           DISPLAY 'Backup generation 'WS-BCK-GEN' complete ('
               WS-BCK-CNT-DISP' record(s)).'.

       READ-BACKUP-CONTROL-PROCEDURE.
           MOVE 0 TO WS-BGN-LAST
           MOVE 0 TO WS-BGN-KEEP
           OPEN INPUT BCKGEN
           IF WS-BCKGEN-STATUS = '00' THEN
               READ BCKGEN
                   AT END CONTINUE
                   NOT AT END
                   MOVE BGN-LAST-GEN TO WS-BGN-LAST
                   MOVE BGN-KEEP TO WS-BGN-KEEP
               END-READ
               CLOSE BCKGEN
           END-IF
           IF WS-BGN-KEEP < 1 THEN
               IF WS-EOD-MODE = 'N' THEN
                   DISPLAY 'Enter number of generations to keep'
                       ' (1-9):'
                   ACCEPT WS-BGN-KEEP
               END-IF
               IF WS-BGN-KEEP < 1 THEN
                   MOVE 3 TO WS-BGN-KEEP
                   DISPLAY 'Keeping 3 generations.'
               END-IF
           END-IF.

       WRITE-BACKUP-CONTROL-PROCEDURE.
           OPEN OUTPUT BCKGEN
           MOVE WS-BGN-LAST TO BGN-LAST-GEN
           MOVE WS-BGN-KEEP TO BGN-KEEP
           WRITE BCKGEN-FILE
           CLOSE BCKGEN.

       WRITE-BACKUP-STAMP-PROCEDURE.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-BCK-NAME
           STRING 'stamp.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE SPACES TO BCKFILE-REC
           STRING WS-TODAY-MMDDYYYY WS-TIME-HHMMSS DELIMITED BY SIZE
               INTO BCKFILE-REC
           WRITE BCKFILE-REC
           CLOSE BCKFILE.

       READ-BACKUP-STAMP-PROCEDURE.
           MOVE 'N' TO WS-BCK-STAMP-FND
           MOVE SPACES TO WS-BCK-STAMP
           MOVE SPACES TO WS-BCK-NAME
           STRING 'stamp.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS = '00' THEN
               READ BCKFILE
                   AT END CONTINUE
                   NOT AT END
                   MOVE BCKFILE-REC TO WS-BCK-STAMP
                   MOVE 'Y' TO WS-BCK-STAMP-FND
               END-READ
               CLOSE BCKFILE
           END-IF.

       RESTORE-PROCEDURE.
           DISPLAY 'Restore live data files from backup:'
           DISPLAY 'Enter generation number (1-9):'
           ACCEPT WS-BCK-GEN
           PERFORM READ-BACKUP-STAMP-PROCEDURE
           IF WS-BCK-STAMP-FND = 'N' THEN
               DISPLAY 'No such backup generation.'
           ELSE
               DISPLAY 'Generation 'WS-BCK-GEN' was taken '
                   WS-BCK-STAMP'.'
               DISPLAY 'This will REPLACE the live data files.'
               DISPLAY 'Proceed? (Y/N):'
               ACCEPT WS-BCK-ANS
               IF WS-BCK-ANS NOT = 'Y' THEN
                   DISPLAY 'Restore cancelled.'
               ELSE
                   MOVE 0 TO WS-BCK-CNT
                   PERFORM RESTORE-CUSTOMER-PROCEDURE
                   PERFORM RESTORE-PRODUCT-PROCEDURE
                   PERFORM RESTORE-ORDER-PROCEDURE
                   PERFORM RESTORE-ORDERLINE-PROCEDURE
                   PERFORM RESTORE-VOIDFLAG-PROCEDURE
                   PERFORM RESTORE-ORDSTATUS-PROCEDURE
                   PERFORM RESTORE-BACKORDER-PROCEDURE
                   PERFORM RESTORE-SUPPLIER-PROCEDURE
                   PERFORM RESTORE-PURCHORD-PROCEDURE
                   PERFORM RESTORE-SHIPTO-PROCEDURE
                   PERFORM RESTORE-SALESREP-PROCEDURE
                   PERFORM RESTORE-OPERATOR-PROCEDURE
                   PERFORM RESTORE-NEXTID-PROCEDURE
                   PERFORM RESTORE-PAYMENT-PROCEDURE
                   PERFORM RESTORE-CASHAPP-PROCEDURE
                   PERFORM RESTORE-CREDMEMO-PROCEDURE
                   PERFORM RESTORE-STKMOVE-PROCEDURE
                   PERFORM RESTORE-STKCOUNT-PROCEDURE
                   PERFORM RESTORE-PERCTL-PROCEDURE
                   PERFORM RESTORE-CLOSEBAL-PROCEDURE
                   PERFORM RESTORE-BALFWD-PROCEDURE
                   PERFORM RESTORE-PAYHIST-PROCEDURE
                   PERFORM RESTORE-CMHIST-PROCEDURE
                   PERFORM RESTORE-SMHIST-PROCEDURE
                   PERFORM RESTORE-SUPINV-PROCEDURE
                   PERFORM RESTORE-SUPINVL-PROCEDURE
                   PERFORM RESTORE-CONTRACT-PROCEDURE
                   PERFORM RESTORE-STDORD-PROCEDURE
                   PERFORM RESTORE-STDORDL-PROCEDURE
                   PERFORM RESTORE-AUDITLOG-PROCEDURE
                   MOVE 'RESTORE' TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-KEY
                   STRING 'GEN' WS-BCK-GEN DELIMITED BY SIZE
                       INTO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-LOG-PROCEDURE
                   MOVE WS-BCK-CNT TO WS-BCK-CNT-DISP
                   DISPLAY 'Restore complete ('WS-BCK-CNT-DISP
                       ' record(s)). Running data integrity audit...'
                   PERFORM AUDIT-PROCEDURE
               END-IF
           END-IF.

       BACKUP-CUSTOMER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'customer.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT CUSTOMER
           IF WS-CUSTOMER-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ CUSTOMER NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM CUSTOMER-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER
           END-IF
           CLOSE BCKFILE.

       BACKUP-PRODUCT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'product.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT PRODUCT
           IF WS-PRODUCT-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ PRODUCT NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM PRODUCT-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
           END-IF
           CLOSE BCKFILE.

       BACKUP-ORDER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'order.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ C_ORDER NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM ORDER-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF
           CLOSE BCKFILE.

       BACKUP-ORDERLINE-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'orderline.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ ORDERLINE NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM ORDERLINE-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
           END-IF
           CLOSE BCKFILE.

       BACKUP-VOIDFLAG-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'voidflag.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT VOIDFLAG
           IF WS-VOIDFLAG-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ VOIDFLAG NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM VOIDFLAG-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE VOIDFLAG
           END-IF
           CLOSE BCKFILE.

       BACKUP-ORDSTATUS-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'ordstatus.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT ORDSTATUS
           IF WS-ORDSTATUS-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ ORDSTATUS NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM ORDSTATUS-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE ORDSTATUS
           END-IF
           CLOSE BCKFILE.

       BACKUP-BACKORDER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'backorder.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT BACKORDER
           IF WS-BACKORDER-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BACKORDER NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM BACKORDER-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE BACKORDER
           END-IF
           CLOSE BCKFILE.

       BACKUP-SUPPLIER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'supplier.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT SUPPLIER
           IF WS-SUPPLIER-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ SUPPLIER NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM SUPPLIER-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER
           END-IF
           CLOSE BCKFILE.

       BACKUP-PURCHORD-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'purchord.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT PURCHORD
           IF WS-PURCHORD-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ PURCHORD NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM PURCHORD-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PURCHORD
           END-IF
           CLOSE BCKFILE.

       BACKUP-SHIPTO-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'shipto.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT SHIPTO
           IF WS-SHIPTO-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ SHIPTO NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM SHIPTO-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SHIPTO
           END-IF
           CLOSE BCKFILE.

       BACKUP-SALESREP-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'salesrep.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT SALESREP
           IF WS-SALESREP-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ SALESREP NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM SALESREP-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SALESREP
           END-IF
           CLOSE BCKFILE.

       BACKUP-OPERATOR-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'operator.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT OPERATOR
           IF WS-OPERATOR-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ OPERATOR NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM OPERATOR-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE OPERATOR
           END-IF
           CLOSE BCKFILE.

       RESTORE-OPERATOR-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'operator.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'operator backup missing - skipped.'
           ELSE
               OPEN OUTPUT OPERATOR
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO OPERATOR-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE OPERATOR-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE OPERATOR
               CLOSE BCKFILE
           END-IF.

       BACKUP-NEXTID-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'nextid.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT NEXTID
           IF WS-NEXTID-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ NEXTID
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM NEXTID-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE NEXTID
           END-IF
           CLOSE BCKFILE.

       BACKUP-PAYMENT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'payment.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ PAYMENT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM PAYMENT-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PAYMENT
           END-IF
           CLOSE BCKFILE.

       BACKUP-CASHAPP-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'cashapply.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT CASHAPP
           IF WS-CASHAPP-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ CASHAPP
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM CASHAPP-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CASHAPP
           END-IF
           CLOSE BCKFILE.

       BACKUP-STKCOUNT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'stockcount.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT STKCOUNT
           IF WS-STKCOUNT-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ STKCOUNT NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM STKCOUNT-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE STKCOUNT
           END-IF
           CLOSE BCKFILE.

       BACKUP-PERCTL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'period.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT PERCTL
           IF WS-PERCTL-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ PERCTL
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM PERCTL-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PERCTL
           END-IF
           CLOSE BCKFILE.

       BACKUP-CLOSEBAL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'closebal.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT CLOSEBAL
           IF WS-CLOSEBAL-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ CLOSEBAL NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM CLOSEBAL-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CLOSEBAL
           END-IF
           CLOSE BCKFILE.

       BACKUP-BALFWD-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'balfwd.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT BALFWD
           IF WS-BALFWD-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BALFWD NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM BALFWD-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE BALFWD
           END-IF
           CLOSE BCKFILE.

       BACKUP-PAYHIST-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'payhist.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT PAYHIST
           IF WS-PAYHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ PAYHIST
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM PAYHIST-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PAYHIST
           END-IF
           CLOSE BCKFILE.

       BACKUP-CMHIST-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'cmhist.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT CMHIST
           IF WS-CMHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ CMHIST
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM CMHIST-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CMHIST
           END-IF
           CLOSE BCKFILE.

       BACKUP-SMHIST-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'smhist.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT SMHIST
           IF WS-SMHIST-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ SMHIST
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM SMHIST-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SMHIST
           END-IF
           CLOSE BCKFILE.

       BACKUP-SUPINV-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'supinvoice.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT SUPINV
           IF WS-SUPINV-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ SUPINV NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM SUPINV-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SUPINV
           END-IF
           CLOSE BCKFILE.

       BACKUP-SUPINVL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'supinvline.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT SUPINVL
           IF WS-SUPINVL-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ SUPINVL NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM SUPINVL-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SUPINVL
           END-IF
           CLOSE BCKFILE.

       BACKUP-CONTRACT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'contract.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT CONTRACT
           IF WS-CONTRACT-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ CONTRACT NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM CONTRACT-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT
           END-IF
           CLOSE BCKFILE.

       BACKUP-STDORD-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'standingord.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT STDORD
           IF WS-STDORD-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ STDORD NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM STDORD-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE STDORD
           END-IF
           CLOSE BCKFILE.

       BACKUP-STDORDL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'standingline.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT STDORDL
           IF WS-STDORDL-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ STDORDL NEXT
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM STDORDL-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE STDORDL
           END-IF
           CLOSE BCKFILE.

       BACKUP-CREDMEMO-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'creditmemo.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ CREDMEMO
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM CREDMEMO-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF
           CLOSE BCKFILE.

       BACKUP-STKMOVE-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'stockmove.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT STKMOVE
           IF WS-STKMOVE-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ STKMOVE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM STKMOVE-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
           END-IF
           CLOSE BCKFILE.

       BACKUP-AUDITLOG-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'auditlog.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN OUTPUT BCKFILE
           MOVE 'N' TO WS-BCK-EOF
           OPEN INPUT AUDITLOG
           IF WS-AUDITLOG-STATUS = '00' THEN
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ AUDITLOG
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BCKFILE-REC FROM AUDITLOG-FILE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF
           CLOSE BCKFILE.

       RESTORE-CUSTOMER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'customer.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'customer backup missing - skipped.'
           ELSE
               OPEN OUTPUT CUSTOMER
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO CUSTOMER-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE CUSTOMER-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER
               CLOSE BCKFILE
           END-IF.

       RESTORE-PRODUCT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'product.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'product backup missing - skipped.'
           ELSE
               OPEN OUTPUT PRODUCT
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO PRODUCT-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE PRODUCT-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
               CLOSE BCKFILE
           END-IF.

       RESTORE-ORDER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'order.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'order backup missing - skipped.'
           ELSE
               OPEN OUTPUT C_ORDER
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO ORDER-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE ORDER-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
               CLOSE BCKFILE
           END-IF.

       RESTORE-ORDERLINE-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'orderline.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'orderline backup missing - skipped.'
           ELSE
               OPEN OUTPUT ORDERLINE
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO ORDERLINE-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE ORDERLINE-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
               CLOSE BCKFILE
           END-IF.

       RESTORE-VOIDFLAG-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'voidflag.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'voidflag backup missing - skipped.'
           ELSE
               OPEN OUTPUT VOIDFLAG
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO VOIDFLAG-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE VOIDFLAG-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE VOIDFLAG
               CLOSE BCKFILE
           END-IF.

       RESTORE-ORDSTATUS-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'ordstatus.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'ordstatus backup missing - skipped.'
           ELSE
               OPEN OUTPUT ORDSTATUS
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO ORDSTATUS-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE ORDSTATUS-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE ORDSTATUS
               CLOSE BCKFILE
           END-IF.

       RESTORE-BACKORDER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'backorder.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'backorder backup missing - skipped.'
           ELSE
               OPEN OUTPUT BACKORDER
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO BACKORDER-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BACKORDER-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE BACKORDER
               CLOSE BCKFILE
           END-IF.

       RESTORE-SUPPLIER-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'supplier.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'supplier backup missing - skipped.'
           ELSE
               OPEN OUTPUT SUPPLIER
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO SUPPLIER-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE SUPPLIER-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER
               CLOSE BCKFILE
           END-IF.

       RESTORE-PURCHORD-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'purchord.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'purchord backup missing - skipped.'
           ELSE
               OPEN OUTPUT PURCHORD
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO PURCHORD-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE PURCHORD-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PURCHORD
               CLOSE BCKFILE
           END-IF.

       RESTORE-SHIPTO-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'shipto.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'shipto backup missing - skipped.'
           ELSE
               OPEN OUTPUT SHIPTO
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO SHIPTO-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE SHIPTO-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SHIPTO
               CLOSE BCKFILE
           END-IF.

       RESTORE-SALESREP-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'salesrep.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'salesrep backup missing - skipped.'
           ELSE
               OPEN OUTPUT SALESREP
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO SALESREP-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE SALESREP-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SALESREP
               CLOSE BCKFILE
           END-IF.

       RESTORE-NEXTID-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'nextid.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'nextid backup missing - skipped.'
           ELSE
               OPEN OUTPUT NEXTID
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO NEXTID-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE NEXTID-FILE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE NEXTID
               CLOSE BCKFILE
           END-IF.

       RESTORE-PAYMENT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'payment.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'payment backup missing - skipped.'
           ELSE
               OPEN OUTPUT PAYMENT
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO PAYMENT-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE PAYMENT-FILE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PAYMENT
               CLOSE BCKFILE
           END-IF.

       RESTORE-CASHAPP-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'cashapply.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'cashapply backup missing - skipped.'
           ELSE
               OPEN OUTPUT CASHAPP
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO CASHAPP-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE CASHAPP-FILE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CASHAPP
               CLOSE BCKFILE
           END-IF.

       RESTORE-STKCOUNT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'stockcount.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'stockcount backup missing - skipped.'
           ELSE
               OPEN OUTPUT STKCOUNT
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO STKCOUNT-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE STKCOUNT-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE STKCOUNT
               CLOSE BCKFILE
           END-IF.

       RESTORE-PERCTL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'period.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'period backup missing - skipped.'
           ELSE
               OPEN OUTPUT PERCTL
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO PERCTL-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE PERCTL-FILE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PERCTL
               CLOSE BCKFILE
           END-IF.

       RESTORE-CLOSEBAL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'closebal.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'closebal backup missing - skipped.'
           ELSE
               OPEN OUTPUT CLOSEBAL
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO CLOSEBAL-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE CLOSEBAL-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CLOSEBAL
               CLOSE BCKFILE
           END-IF.

       RESTORE-BALFWD-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'balfwd.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'balfwd backup missing - skipped.'
           ELSE
               OPEN OUTPUT BALFWD
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO BALFWD-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE BALFWD-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE BALFWD
               CLOSE BCKFILE
           END-IF.

       RESTORE-PAYHIST-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'payhist.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'payhist backup missing - skipped.'
           ELSE
               OPEN OUTPUT PAYHIST
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO PAYHIST-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE PAYHIST-FILE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE PAYHIST
               CLOSE BCKFILE
           END-IF.

       RESTORE-CMHIST-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'cmhist.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'cmhist backup missing - skipped.'
           ELSE
               OPEN OUTPUT CMHIST
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO CMHIST-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE CMHIST-FILE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CMHIST
               CLOSE BCKFILE
           END-IF.

       RESTORE-SMHIST-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'smhist.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'smhist backup missing - skipped.'
           ELSE
               OPEN OUTPUT SMHIST
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO SMHIST-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE SMHIST-FILE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SMHIST
               CLOSE BCKFILE
           END-IF.

       RESTORE-SUPINV-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'supinvoice.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'supinvoice backup missing - skipped.'
           ELSE
               OPEN OUTPUT SUPINV
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO SUPINV-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE SUPINV-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SUPINV
               CLOSE BCKFILE
           END-IF.

       RESTORE-SUPINVL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'supinvline.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'supinvline backup missing - skipped.'
           ELSE
               OPEN OUTPUT SUPINVL
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO SUPINVL-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE SUPINVL-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE SUPINVL
               CLOSE BCKFILE
           END-IF.

       RESTORE-CONTRACT-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'contract.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'contract backup missing - skipped.'
           ELSE
               OPEN OUTPUT CONTRACT
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO CONTRACT-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE CONTRACT-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT
               CLOSE BCKFILE
           END-IF.

       RESTORE-STDORD-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'standingord.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'standingord backup missing - skipped.'
           ELSE
               OPEN OUTPUT STDORD
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO STDORD-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE STDORD-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE STDORD
               CLOSE BCKFILE
           END-IF.

       RESTORE-STDORDL-PROCEDURE.
           MOVE SPACES TO WS-BCK-NAME
           STRING 'standingline.bk' WS-BCK-GEN DELIMITED BY SIZE
               INTO WS-BCK-NAME
           OPEN INPUT BCKFILE
           IF WS-BCKFILE-STATUS NOT = '00' THEN
               DISPLAY 'standingline backup missing - skipped.'
           ELSE
               OPEN OUTPUT STDORDL
               MOVE 'N' TO WS-BCK-EOF
               PERFORM UNTIL WS-BCK-EOF='Y'
                   READ BCKFILE INTO STDORDL-FILE
                       AT END MOVE 'Y' TO WS-BCK-EOF
                       NOT AT END
                       WRITE STDORDL-FILE
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-BCK-CNT
                   END-READ
               END-PERFORM
               CLOSE STDORDL
               CLOSE BCKFILE
           END-IF.

           DISPLAY 'Convert prior-version data files:'
           DISPLAY 'This loads customer.pre, product.pre, order.pre,'
           DISPLAY 'orderline.pre, pricehist.pre, discount.pre,'
           DISPLAY 'stockmove.pre and creditmemo.pre, and the second'
           DISPLAY 'release files customer.v2, product.v2,'
           DISPLAY 'orderline.v2, supplier.v2, purchord.v2,'
           DISPLAY 'stockmove.v2 and creditmemo.v2, into the current'
           DISPLAY 'file layouts. Rename the existing data files to'
           DISPLAY 'those names before running this option.'
           DISPLAY 'Proceed? (Y/N):'
               PERFORM UPGRADE-DISCOUNT-PROCEDURE
               PERFORM UPGRADE-STOCKMOVE-PROCEDURE
               PERFORM UPGRADE-CREDITMEMO-PROCEDURE
               PERFORM UPGRADE-CUSTOMER-V2-PROCEDURE
               PERFORM UPGRADE-PRODUCT-V2-PROCEDURE
               PERFORM UPGRADE-ORDERLINE-V2-PROCEDURE
               PERFORM UPGRADE-SUPPLIER-V2-PROCEDURE
               PERFORM UPGRADE-PURCHORD-V2-PROCEDURE
               PERFORM UPGRADE-STOCKMOVE-V2-PROCEDURE
               PERFORM UPGRADE-CREDITMEMO-V2-PROCEDURE
               MOVE 'UPGRADE' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-KEY
               PERFORM WRITE-AUDIT-LOG-PROCEDURE
                       MOVE SPACES TO CST-ADDR2
                       MOVE SPACES TO CST-ADDR3
                       MOVE 0 TO CST-REP-ID
                       MOVE 'N' TO CST-HOLD
                       MOVE SPACE TO CST-HOLD-REASON
                       MOVE 0 TO CST-DUN-LEVEL
                       MOVE 0 TO CST-DUN-DATE
                       WRITE CUSTOMER-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       MOVE PRDP-STOCK TO PRD-STOCK
                       MOVE PRDP-REORDER-PT TO PRD-REORDER-PT
                       MOVE SPACES TO PRD-LOCATION
                       MOVE 0 TO PRD-AVG-COST
                       MOVE 0 TO PRD-ORDER-QTY
                       MOVE SPACE TO PRD-ABC-CLASS
                       WRITE PRODUCT-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       MOVE ORDLP-PRD-ID TO ORDL-PRD-ID
                       MOVE ORDLP-QUAN TO ORDL-QUAN
                       MOVE ORDLP-UNIT-PRICE TO ORDL-UNIT-PRICE
                       MOVE 0 TO ORDL-UNIT-COST
                       WRITE ORDERLINE-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       MOVE SMP-QUAN TO SM-QUAN
                       MOVE SMP-REF TO SM-REF
                       MOVE SPACES TO SM-LOC
                       MOVE 0 TO SM-UNIT-COST
                       WRITE STKMOVE-FILE
                       ADD 1 TO WS-CVT-CNT
                   END-READ
               DISPLAY ' stock movement record(s) converted.'
           END-IF.

       UPGRADE-CREDITMEMO-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT CMPRE
           IF WS-CMPRE-STATUS NOT = '00' THEN
               DISPLAY 'creditmemo.pre not found - skipped.'
           ELSE
               OPEN OUTPUT CREDMEMO
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ CMPRE
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE CMP-ID TO CM-ID
                       MOVE CMP-ORD-ID TO CM-ORD-ID
                       MOVE CMP-CST-ID TO CM-CST-ID
                       MOVE CMP-PRD-ID TO CM-PRD-ID
                       MOVE CMP-QUAN TO CM-QUAN
                       MOVE CMP-DATE TO CM-DATE
                       MOVE CMP-AMOUNT TO CM-AMOUNT
                       MOVE 0 TO CM-UNIT-COST
                       WRITE CREDMEMO-FILE
                       ADD 1 TO WS-CVT-CNT
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
               CLOSE CMPRE
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' credit memo record(s) converted.'
           END-IF.

       UPGRADE-CUSTOMER-V2-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT CUSTV2
           IF WS-CUSTV2-STATUS NOT = '00' THEN
               DISPLAY 'customer.v2 not found - skipped.'
           ELSE
               OPEN I-O CUSTOMER
               IF WS-CUSTOMER-STATUS NOT = '00' THEN
                   OPEN OUTPUT CUSTOMER
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ CUSTV2 NEXT
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE CSTV-ID TO CST-ID
                       MOVE CSTV-NAME TO CST-NAME
                       MOVE CSTV-CREDIT-LIMIT TO CST-CREDIT-LIMIT
                       MOVE CSTV-DISC-PCT TO CST-DISC-PCT
                       MOVE CSTV-ADDR1 TO CST-ADDR1
                       MOVE CSTV-ADDR2 TO CST-ADDR2
                       MOVE CSTV-ADDR3 TO CST-ADDR3
                       MOVE CSTV-REP-ID TO CST-REP-ID
                       MOVE 'N' TO CST-HOLD
                       MOVE SPACE TO CST-HOLD-REASON
                       MOVE 0 TO CST-DUN-LEVEL
                       MOVE 0 TO CST-DUN-DATE
                       WRITE CUSTOMER-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER
               CLOSE CUSTV2
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' customer record(s) converted.'
           END-IF.

       UPGRADE-PRODUCT-V2-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT PRDV2
           IF WS-PRDV2-STATUS NOT = '00' THEN
               DISPLAY 'product.v2 not found - skipped.'
           ELSE
               OPEN I-O PRODUCT
               IF WS-PRODUCT-STATUS NOT = '00' THEN
                   OPEN OUTPUT PRODUCT
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ PRDV2 NEXT
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE PRDV-ID TO PRD-ID
                       MOVE PRDV-NAME TO PRD-NAME
                       MOVE PRDV-PRICE TO PRD-PRICE
                       MOVE PRDV-STOCK TO PRD-STOCK
                       MOVE PRDV-REORDER-PT TO PRD-REORDER-PT
                       MOVE PRDV-LOCATION TO PRD-LOCATION
                       MOVE 0 TO PRD-AVG-COST
                       MOVE 0 TO PRD-ORDER-QTY
                       MOVE SPACE TO PRD-ABC-CLASS
                       WRITE PRODUCT-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
               CLOSE PRDV2
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' product record(s) converted.'
           END-IF.

       UPGRADE-ORDERLINE-V2-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT ORDLV2
           IF WS-ORDLV2-STATUS NOT = '00' THEN
               DISPLAY 'orderline.v2 not found - skipped.'
           ELSE
               OPEN I-O ORDERLINE
               IF WS-ORDERLINE-STATUS NOT = '00' THEN
                   OPEN OUTPUT ORDERLINE
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ ORDLV2 NEXT
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE ORDLV-ID TO ORDL-ID
                       MOVE ORDLV-LINE-NO TO ORDL-LINE-NO
                       MOVE ORDLV-PRD-ID TO ORDL-PRD-ID
                       MOVE ORDLV-QUAN TO ORDL-QUAN
                       MOVE ORDLV-UNIT-PRICE TO ORDL-UNIT-PRICE
                       MOVE 0 TO ORDL-UNIT-COST
                       WRITE ORDERLINE-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
               CLOSE ORDLV2
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' order line record(s) converted.'
           END-IF.

       UPGRADE-SUPPLIER-V2-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT SUPV2
           IF WS-SUPV2-STATUS NOT = '00' THEN
               DISPLAY 'supplier.v2 not found - skipped.'
           ELSE
               OPEN I-O SUPPLIER
               IF WS-SUPPLIER-STATUS NOT = '00' THEN
                   OPEN OUTPUT SUPPLIER
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ SUPV2 NEXT
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE SUPV-ID TO SUP-ID
                       MOVE SUPV-NAME TO SUP-NAME
                       MOVE 0 TO SUP-LEAD-DAYS
                       WRITE SUPPLIER-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER
               CLOSE SUPV2
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' supplier record(s) converted.'
           END-IF.

       UPGRADE-PURCHORD-V2-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT POV2
           IF WS-POV2-STATUS NOT = '00' THEN
               DISPLAY 'purchord.v2 not found - skipped.'
           ELSE
               OPEN I-O PURCHORD
               IF WS-PURCHORD-STATUS NOT = '00' THEN
                   OPEN OUTPUT PURCHORD
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ POV2 NEXT
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE POV-ID TO PO-ID
                       MOVE POV-SUP-ID TO PO-SUP-ID
                       MOVE POV-PRD-ID TO PO-PRD-ID
                       MOVE POV-QUAN-ORD TO PO-QUAN-ORD
                       MOVE POV-QUAN-RCV TO PO-QUAN-RCV
                       MOVE POV-EXP-DATE TO PO-EXP-DATE
                       MOVE POV-STATUS TO PO-STATUS
                       MOVE 0 TO PO-UNIT-COST
                       WRITE PURCHORD-FILE
                           INVALID KEY ADD 1 TO WS-CVT-SKIP
                           NOT INVALID KEY ADD 1 TO WS-CVT-CNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PURCHORD
               CLOSE POV2
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' purchase order record(s) converted.'
           END-IF.

       UPGRADE-STOCKMOVE-V2-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT SMV2
           IF WS-SMV2-STATUS NOT = '00' THEN
               DISPLAY 'stockmove.v2 not found - skipped.'
           ELSE
               OPEN EXTEND STKMOVE
               IF WS-STKMOVE-STATUS NOT = '00' THEN
                   OPEN OUTPUT STKMOVE
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ SMV2
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE SMV-PRD-ID TO SM-PRD-ID
                       MOVE SMV-DATE TO SM-DATE
                       MOVE SMV-TYPE TO SM-TYPE
                       MOVE SMV-QUAN TO SM-QUAN
                       MOVE SMV-REF TO SM-REF
                       MOVE SMV-LOC TO SM-LOC
                       MOVE 0 TO SM-UNIT-COST
                       WRITE STKMOVE-FILE
                       ADD 1 TO WS-CVT-CNT
                   END-READ
               END-PERFORM
               CLOSE STKMOVE
               CLOSE SMV2
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' stock movement record(s) converted.'
           END-IF.

       UPGRADE-CREDITMEMO-V2-PROCEDURE.
           MOVE 0 TO WS-CVT-CNT
           MOVE 0 TO WS-CVT-SKIP
           MOVE 'N' TO WS-CVT-EOF
           OPEN INPUT CMV2
           IF WS-CMV2-STATUS NOT = '00' THEN
               DISPLAY 'creditmemo.v2 not found - skipped.'
           ELSE
               OPEN EXTEND CREDMEMO
               IF WS-CREDMEMO-STATUS NOT = '00' THEN
                   OPEN OUTPUT CREDMEMO
               END-IF
               PERFORM UNTIL WS-CVT-EOF='Y'
                   READ CMV2
                       AT END MOVE 'Y' TO WS-CVT-EOF
                       NOT AT END
                       MOVE CMV-ID TO CM-ID
                       MOVE CMV-ORD-ID TO CM-ORD-ID
                       MOVE CMV-CST-ID TO CM-CST-ID
                       MOVE CMV-PRD-ID TO CM-PRD-ID
                       MOVE CMV-QUAN TO CM-QUAN
                       MOVE CMV-DATE TO CM-DATE
                       MOVE CMV-AMOUNT TO CM-AMOUNT
                       MOVE 0 TO CM-UNIT-COST
                       WRITE CREDMEMO-FILE
                       ADD 1 TO WS-CVT-CNT
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
               CLOSE CMV2
               PERFORM CONVERT-REPORT-COUNT-PROCEDURE
               DISPLAY ' credit memo record(s) converted.'
           END-IF.
               PERFORM DERIVE-HIST-PRICE-PROCEDURE
           END-IF.

       GET-SALE-COST-PROCEDURE.
           IF WS-ORDL-UNIT-COST IS NUMERIC AND
               WS-ORDL-UNIT-COST > 0 THEN
               MOVE WS-ORDL-UNIT-COST TO WS-SALE-COST
           ELSE
               IF WS-PRD-AVG-COST IS NUMERIC THEN
                   MOVE WS-PRD-AVG-COST TO WS-SALE-COST
               ELSE
                   MOVE 0 TO WS-SALE-COST
               END-IF
           END-IF.

       DERIVE-HIST-PRICE-PROCEDURE.
           MOVE WS-PRD-PRICE TO WS-SALE-PRICE
           MOVE WS-ORD-DATE TO WS-NORM-DATE-IN
                   DISPLAY '1. Change price'
                   DISPLAY '2. Set reorder point'
                   DISPLAY '3. Set bin location'
                   DISPLAY '4. Set average unit cost'
                   DISPLAY 'Enter option number: '
                   ACCEPT WS-MAINT-CHC
                   EVALUATE WS-MAINT-CHC
                           PERFORM SET-REORDER-POINT-PROCEDURE
                       WHEN 3
                           PERFORM SET-LOCATION-PROCEDURE
                       WHEN 4
                           PERFORM SET-AVG-COST-PROCEDURE
                       WHEN OTHER
                           PERFORM CHANGE-PRODUCT-PRICE-PROCEDURE
                   END-EVALUATE
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Bin location updated.'.

       SET-AVG-COST-PROCEDURE.
           DISPLAY 'Enter average unit cost (e.g. 0750 for 7.50):'
           ACCEPT WS-PRD-COST-INP
           OPEN I-O PRODUCT
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-PRD-COST-NEW TO PRD-AVG-COST
                   REWRITE PRODUCT-FILE
           END-READ
           CLOSE PRODUCT
           MOVE 'PRDCOST' TO WS-AUD-ACTION
           MOVE WS-INP-PRD-ID TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE
           DISPLAY 'Average unit cost updated.'.

       ADD-PRODUCT-PROCEDURE.
           DISPLAY 'Product does not exist - adding new product.'
           DISPLAY 'Enter product name:'
           ACCEPT WS-NEW-PRD-PRICE-INP
           DISPLAY 'Enter starting stock:'
           ACCEPT WS-INP-PRD-STOCK
           DISPLAY 'Enter unit cost (e.g. 0750 for 7.50):'
           ACCEPT WS-PRD-COST-INP
           DISPLAY 'Enter reorder point:'
           ACCEPT WS-INP-REORDER-PT
           DISPLAY 'Enter bin location:'
           MOVE WS-INP-PRD-STOCK TO PRD-STOCK
           MOVE WS-INP-REORDER-PT TO PRD-REORDER-PT
           MOVE WS-INP-LOCATION TO PRD-LOCATION
           MOVE WS-PRD-COST-NEW TO PRD-AVG-COST
           MOVE 0 TO PRD-ORDER-QTY
           MOVE SPACE TO PRD-ABC-CLASS
           WRITE PRODUCT-FILE
           CLOSE PRODUCT.
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE.
           MOVE WS-INP-PRD-STOCK TO WS-SM-QUAN.
           MOVE 'NEWPROD' TO WS-SM-REF.
           MOVE WS-INP-LOCATION TO WS-SM-LOC.
           MOVE WS-PRD-COST-NEW TO WS-SM-UNIT-COST.
           PERFORM WRITE-STKMOVE-PROCEDURE.
           MOVE 'PRDADD' TO WS-AUD-ACTION.
           MOVE WS-INP-PRD-ID TO WS-AUD-KEY.
           MOVE WS-RPT-END-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-DR-END-NORM
           PERFORM CHECK-ARCHIVED-RANGE-PROCEDURE
           MOVE 0 TO WS-DR-DAY-CNT
           MOVE 0 TO WS-DR-PRD-CNT
           MOVE 'N' TO WS-DR-DAY-FULL
                   MOVE 'Y' TO WS-DR-FOUND
               END-IF
           END-PERFORM
           IF WS-DR-FOUND = 'N' THEN
               IF WS-DR-DAY-CNT < 100 THEN
                   ADD 1 TO WS-DR-DAY-CNT
                   MOVE WS-ORD-DATE TO WS-DR-DAY-DATE(WS-DR-DAY-CNT)
                   MOVE WS-LINE-COST TO WS-DR-DAY-TOTAL(WS-DR-DAY-CNT)
               ELSE
                   MOVE 'Y' TO WS-DR-DAY-FULL
               END-IF
           END-IF.

       DR-ADD-PRD-TOTAL-PROCEDURE.
           MOVE 'N' TO WS-DR-FOUND
           PERFORM VARYING WS-DR-PRD-IDX FROM 1 BY 1
               UNTIL WS-DR-PRD-IDX > WS-DR-PRD-CNT
               IF WS-DR-PRD-T-ID(WS-DR-PRD-IDX) = WS-ORDL-PRD-ID THEN
                   ADD WS-ORDL-QUAN TO WS-DR-PRD-T-QTY(WS-DR-PRD-IDX)
                   ADD WS-LINE-COST TO WS-DR-PRD-T-TOTAL(WS-DR-PRD-IDX)
                   MOVE 'Y' TO WS-DR-FOUND
               END-IF
           END-PERFORM
           IF WS-DR-FOUND = 'N' THEN
               IF WS-DR-PRD-CNT < 50 THEN
                   ADD 1 TO WS-DR-PRD-CNT
                   MOVE WS-ORDL-PRD-ID TO WS-DR-PRD-T-ID(WS-DR-PRD-CNT)
                   MOVE WS-PRD-NAME TO WS-DR-PRD-T-NAME(WS-DR-PRD-CNT)
                   MOVE WS-ORDL-QUAN TO WS-DR-PRD-T-QTY(WS-DR-PRD-CNT)
                   MOVE WS-LINE-COST
                       TO WS-DR-PRD-T-TOTAL(WS-DR-PRD-CNT)
               ELSE
                   MOVE 'Y' TO WS-DR-PRD-FULL
               END-IF
           END-IF.

       DR-WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT SUMRPT
           MOVE SPACES TO WS-DR-RPT-LINE
           STRING 'SALES SUMMARY ' WS-RPT-START-DATE ' TO '
               WS-RPT-END-DATE DELIMITED BY SIZE INTO WS-DR-RPT-LINE
           WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           MOVE SPACES TO WS-DR-RPT-LINE
           STRING 'TOTALS BY DAY' DELIMITED BY SIZE INTO WS-DR-RPT-LINE
           WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           IF WS-DR-DAY-FULL = 'Y' THEN
               MOVE SPACES TO WS-DR-RPT-LINE
               STRING '  *** WARNING: more than 100 distinct days'
                   ' in range - by-day totals are INCOMPLETE ***'
                   DELIMITED BY SIZE INTO WS-DR-RPT-LINE
               WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           END-IF
           PERFORM VARYING WS-DR-DAY-IDX FROM 1 BY 1
               UNTIL WS-DR-DAY-IDX > WS-DR-DAY-CNT
               MOVE WS-DR-DAY-TOTAL(WS-DR-DAY-IDX) TO WS-DR-DISP-TOTAL
               MOVE SPACES TO WS-DR-RPT-LINE
               STRING '  ' WS-DR-DAY-DATE(WS-DR-DAY-IDX) ' Total:'
                   WS-DR-DISP-TOTAL DELIMITED BY SIZE
                   INTO WS-DR-RPT-LINE
               WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-DR-RPT-LINE
           STRING 'TOTALS BY PRODUCT' DELIMITED BY SIZE
               INTO WS-DR-RPT-LINE
           WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           IF WS-DR-PRD-FULL = 'Y' THEN
               MOVE SPACES TO WS-DR-RPT-LINE
               STRING '  *** WARNING: more than 50 distinct products'
                   ' in range - by-product totals are INCOMPLETE ***'
                   DELIMITED BY SIZE INTO WS-DR-RPT-LINE
               WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           END-IF
           PERFORM VARYING WS-DR-PRD-IDX FROM 1 BY 1
               UNTIL WS-DR-PRD-IDX > WS-DR-PRD-CNT
               MOVE WS-DR-PRD-T-QTY(WS-DR-PRD-IDX) TO WS-DR-DISP-QTY
               MOVE WS-DR-PRD-T-TOTAL(WS-DR-PRD-IDX)
                   TO WS-DR-DISP-TOTAL
               MOVE SPACES TO WS-DR-RPT-LINE
               STRING '  ' WS-DR-PRD-T-NAME(WS-DR-PRD-IDX)
                   ' Qty:' WS-DR-DISP-QTY ' Total:' WS-DR-DISP-TOTAL
                   DELIMITED BY SIZE INTO WS-DR-RPT-LINE
               WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           END-PERFORM
           MOVE WS-DR-GROSS-TOT TO WS-DR-DISP-TOTAL
           MOVE SPACES TO WS-DR-RPT-LINE
           STRING 'TOTAL GROSS:    ' WS-DR-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-DR-RPT-LINE
           WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           MOVE WS-DR-DISC-TOT TO WS-DR-DISP-TOTAL
           MOVE SPACES TO WS-DR-RPT-LINE
           STRING 'TOTAL DISCOUNT: ' WS-DR-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-DR-RPT-LINE
           WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           MOVE WS-DR-TAX-TOT TO WS-DR-DISP-TOTAL
           MOVE SPACES TO WS-DR-RPT-LINE
           STRING 'TOTAL TAX:      ' WS-DR-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-DR-RPT-LINE
           WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           IF WS-DR-RET-TOTAL > 0 THEN
               MOVE WS-DR-RET-TOTAL TO WS-DR-RET-DISP
               MOVE SPACES TO WS-DR-RPT-LINE
               STRING 'TOTAL RETURNS: -' WS-DR-RET-DISP
                   DELIMITED BY SIZE INTO WS-DR-RPT-LINE
               WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           END-IF
           MOVE WS-DR-GRAND-TOTAL TO WS-DR-DISP-GRAND
           MOVE SPACES TO WS-DR-RPT-LINE
           STRING 'GRAND TOTAL: ' WS-DR-DISP-GRAND
               DELIMITED BY SIZE INTO WS-DR-RPT-LINE
           WRITE SUMRPT-FILE FROM WS-DR-RPT-LINE
           CLOSE SUMRPT.

       INVENTORY-VALUATION-PROCEDURE.
           MOVE 0 TO WS-IV-TOTAL
           MOVE 0 TO WS-IV-NOCOST-CNT
           MOVE 0 TO WS-LOC-CNT
           MOVE 'N' TO WS-LOC-FULL
           OPEN OUTPUT INVVALRPT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM GET-TODAY-MMDDYYYY-PROCEDURE
           STRING 'INVENTORY VALUATION AS OF ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BY PRODUCT' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  PRDID PRDNAME    LOC        STOCK UNITCOST'
               '          VALUE' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           MOVE 'N' TO WS-IV-EOF
           OPEN INPUT PRODUCT
           PERFORM UNTIL WS-IV-EOF='Y'
               READ PRODUCT NEXT INTO WS-PRD
                   AT END MOVE 'Y' TO WS-IV-EOF
                   NOT AT END PERFORM IV-ONE-PRODUCT-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           PERFORM IV-WRITE-LOCATIONS-PROCEDURE
           MOVE WS-IV-TOTAL TO WS-IV-D1
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL INVENTORY VALUE: ' WS-IV-D1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           IF WS-IV-NOCOST-CNT > 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  *** WARNING: ' WS-IV-NOCOST-CNT
                   ' product(s) in stock have no unit cost ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           END-IF
           CLOSE INVVALRPT
           DISPLAY 'Inventory valuation written to'
               ' inventoryvaluation.dat'.

       IV-ONE-PRODUCT-PROCEDURE.
           IF WS-PRD-AVG-COST IS NOT NUMERIC THEN
               MOVE 0 TO WS-PRD-AVG-COST
           END-IF
           IF WS-PRD-AVG-COST = 0 AND WS-PRD-STOCK > 0 THEN
               ADD 1 TO WS-IV-NOCOST-CNT
           END-IF
           COMPUTE WS-IV-VALUE = WS-PRD-STOCK * WS-PRD-AVG-COST
           ADD WS-IV-VALUE TO WS-IV-TOTAL
           MOVE WS-PRD-STOCK TO WS-IV-QTY-DISP
           MOVE WS-PRD-AVG-COST TO WS-COST-DISP
           MOVE WS-IV-VALUE TO WS-IV-D1
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-PRD-ID ' ' WS-PRD-NAME ' ' WS-PRD-LOCATION
               ' ' WS-IV-QTY-DISP ' ' WS-COST-DISP ' ' WS-IV-D1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           PERFORM LOC-COLLECT-ONE-PROCEDURE.

       IV-WRITE-LOCATIONS-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BY LOCATION' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           IF WS-LOC-FULL = 'Y' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  *** WARNING: more than 100 products'
                   ' - by-location totals are INCOMPLETE ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           END-IF
           MOVE 0 TO WS-IV-LOC-STOCK
           MOVE 0 TO WS-IV-LOC-VALUE
           PERFORM VARYING WS-LOC-I FROM 1 BY 1
               UNTIL WS-LOC-I > WS-LOC-CNT
               IF WS-LOC-I > 1 AND
                   WS-LOC-T-LOC(WS-LOC-I) NOT = WS-IV-LAST-LOC THEN
                   PERFORM IV-WRITE-LOC-TOTAL-PROCEDURE
               END-IF
               MOVE WS-LOC-T-LOC(WS-LOC-I) TO WS-IV-LAST-LOC
               ADD WS-LOC-T-STOCK(WS-LOC-I) TO WS-IV-LOC-STOCK
               COMPUTE WS-IV-LOC-VALUE = WS-IV-LOC-VALUE
                   + WS-LOC-T-STOCK(WS-LOC-I) * WS-LOC-T-COST(WS-LOC-I)
           END-PERFORM
           IF WS-LOC-CNT > 0 THEN
               PERFORM IV-WRITE-LOC-TOTAL-PROCEDURE
           END-IF.

       IV-WRITE-LOC-TOTAL-PROCEDURE.
           MOVE WS-IV-LOC-STOCK TO WS-IV-QTY-DISP
           MOVE WS-IV-LOC-VALUE TO WS-IV-D1
           MOVE SPACES TO WS-RPT-LINE
           STRING '  Location ' WS-IV-LAST-LOC ' Stock: '
               WS-IV-QTY-DISP ' Value: ' WS-IV-D1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INVVALRPT-FILE FROM WS-RPT-LINE
           MOVE 0 TO WS-IV-LOC-STOCK
           MOVE 0 TO WS-IV-LOC-VALUE.

       GROSS-MARGIN-REPORT-PROCEDURE.
           DISPLAY 'Gross margin report:'
           DISPLAY 'Enter start date (MMDDYYYY):'
           ACCEPT WS-RPT-START-DATE
           DISPLAY 'Enter end date (MMDDYYYY):'
           ACCEPT WS-RPT-END-DATE
           MOVE WS-RPT-START-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-DR-START-NORM
           MOVE WS-RPT-END-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           MOVE WS-NORM-DATE-OUT TO WS-DR-END-NORM
           PERFORM CHECK-ARCHIVED-RANGE-PROCEDURE
           MOVE 0 TO WS-GM-PRD-CNT
           MOVE 0 TO WS-GM-CST-CNT
           MOVE 0 TO WS-GM-REP-CNT
           MOVE 'N' TO WS-GM-PRD-FULL
           MOVE 'N' TO WS-GM-CST-FULL
           MOVE 'N' TO WS-GM-REP-FULL
           MOVE 0 TO WS-GM-G-SALES
           MOVE 0 TO WS-GM-G-COST
           PERFORM GM-SCAN-ORDERS-PROCEDURE
           PERFORM GM-SCAN-MEMOS-PROCEDURE
           PERFORM GM-WRITE-REPORT-PROCEDURE
           DISPLAY 'Gross margin report written to grossmargin.dat'.

       GM-SCAN-ORDERS-PROCEDURE.
           MOVE 'N' TO WS-GM-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-STATUS = '00' THEN
               PERFORM UNTIL WS-GM-EOF='Y'
                   READ C_ORDER NEXT INTO WS-ORD
                       AT END MOVE 'Y' TO WS-GM-EOF
                       NOT AT END PERFORM GM-ONE-ORDER-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE C_ORDER
           END-IF.

       GM-ONE-ORDER-PROCEDURE.
           MOVE WS-ORD-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           IF WS-NORM-DATE-OUT >= WS-DR-START-NORM AND
               WS-NORM-DATE-OUT <= WS-DR-END-NORM THEN
               MOVE WS-ORD-ID TO WS-INP-VOID-ORD-ID
               PERFORM IS-ORDER-VOID-PROCEDURE
               IF WS-VOID-FOUND = 'N' THEN
                   PERFORM GET-ORDER-AMOUNTS-PROCEDURE
                   COMPUTE WS-GM-ORD-NET = WS-OA-NET - WS-OA-TAX
                   MOVE WS-ORD-CST-ID TO WS-GM-CST-ID
                   IF WS-ORD-REP-ID IS NUMERIC THEN
                       MOVE WS-ORD-REP-ID TO WS-GM-REP-ID
                   ELSE
                       MOVE 0 TO WS-GM-REP-ID
                   END-IF
                   PERFORM GM-SCAN-ORDERLINES-PROCEDURE
               END-IF
           END-IF.

       GM-SCAN-ORDERLINES-PROCEDURE.
           MOVE 'N' TO WS-GM-ORDL-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-STATUS = '00' THEN
               MOVE WS-ORD-ID TO ORDL-ID
               MOVE 0 TO ORDL-LINE-NO
               START ORDERLINE KEY NOT < ORDL-KEY
                   INVALID KEY MOVE 'Y' TO WS-GM-ORDL-EOF
               END-START
               PERFORM UNTIL WS-GM-ORDL-EOF='Y'
                   READ ORDERLINE NEXT INTO WS-ORDL
                       AT END MOVE 'Y' TO WS-GM-ORDL-EOF
                       NOT AT END
                       IF WS-ORD-ID NOT = WS-ORDL-ID THEN
                           MOVE 'Y' TO WS-GM-ORDL-EOF
                       ELSE
                           PERFORM GM-ONE-ORDERLINE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERLINE
           END-IF.

       GM-ONE-ORDERLINE-PROCEDURE.
           PERFORM CALC-LINE-COST-PROCEDURE
           IF WS-OA-GROSS > 0 THEN
               COMPUTE WS-GM-SALES ROUNDED = WS-LINE-COST
                   * WS-GM-ORD-NET / WS-OA-GROSS
           ELSE
               MOVE 0 TO WS-GM-SALES
           END-IF
           PERFORM GET-SALE-COST-PROCEDURE
           COMPUTE WS-GM-COST = WS-SALE-COST * WS-ORDL-QUAN
           MOVE WS-ORDL-PRD-ID TO WS-GM-PRD-ID
           PERFORM GM-ADD-TOTALS-PROCEDURE.

       GM-SCAN-MEMOS-PROCEDURE.
           MOVE 'N' TO WS-GM-EOF
           OPEN INPUT CREDMEMO
           IF WS-CREDMEMO-STATUS = '00' THEN
               PERFORM UNTIL WS-GM-EOF='Y'
                   READ CREDMEMO INTO WS-CM
                       AT END MOVE 'Y' TO WS-GM-EOF
                       NOT AT END PERFORM GM-ONE-MEMO-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CREDMEMO
           END-IF.

       GM-ONE-MEMO-PROCEDURE.
           MOVE WS-CM-DATE TO WS-NORM-DATE-IN
           PERFORM NORMALIZE-MMDDYYYY-PROCEDURE
           IF WS-NORM-DATE-OUT >= WS-DR-START-NORM AND
               WS-NORM-DATE-OUT <= WS-DR-END-NORM THEN
               MOVE 0 TO WS-GM-REP-ID
               OPEN INPUT C_ORDER
               IF WS-ORDER-STATUS = '00' THEN
                   MOVE WS-CM-ORD-ID TO ORD-ID
                   READ C_ORDER INTO WS-ORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF WS-ORD-REP-ID IS NUMERIC THEN
                               MOVE WS-ORD-REP-ID TO WS-GM-REP-ID
                           END-IF
                   END-READ
                   CLOSE C_ORDER
               END-IF
               IF WS-CM-UNIT-COST IS NUMERIC AND
                   WS-CM-UNIT-COST > 0 THEN
                   MOVE WS-CM-UNIT-COST TO WS-SALE-COST
               ELSE
                   MOVE 0 TO WS-SALE-COST
                   OPEN INPUT PRODUCT
                   MOVE WS-CM-PRD-ID TO PRD-ID
                   READ PRODUCT INTO WS-PRD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF WS-PRD-AVG-COST IS NUMERIC THEN
                               MOVE WS-PRD-AVG-COST TO WS-SALE-COST
                           END-IF
                   END-READ
                   CLOSE PRODUCT
               END-IF
               COMPUTE WS-GM-SALES = 0 - WS-CM-AMOUNT
               COMPUTE WS-GM-COST = 0 - WS-SALE-COST * WS-CM-QUAN
               MOVE WS-CM-PRD-ID TO WS-GM-PRD-ID
               MOVE WS-CM-CST-ID TO WS-GM-CST-ID
               PERFORM GM-ADD-TOTALS-PROCEDURE
           END-IF.

       GM-ADD-TOTALS-PROCEDURE.
           ADD WS-GM-SALES TO WS-GM-G-SALES
           ADD WS-GM-COST TO WS-GM-G-COST
           MOVE 'N' TO WS-GM-FOUND
           PERFORM VARYING WS-GM-PRD-IDX FROM 1 BY 1
               UNTIL WS-GM-PRD-IDX > WS-GM-PRD-CNT
               IF WS-GM-PRD-T-ID(WS-GM-PRD-IDX) = WS-GM-PRD-ID THEN
                   ADD WS-GM-SALES TO WS-GM-PRD-T-SALES(WS-GM-PRD-IDX)
                   ADD WS-GM-COST TO WS-GM-PRD-T-COST(WS-GM-PRD-IDX)
                   MOVE 'Y' TO WS-GM-FOUND
               END-IF
           END-PERFORM
           IF WS-GM-FOUND = 'N' THEN
               IF WS-GM-PRD-CNT < 100 THEN
                   ADD 1 TO WS-GM-PRD-CNT
                   MOVE WS-GM-PRD-ID TO WS-GM-PRD-T-ID(WS-GM-PRD-CNT)
                   MOVE WS-GM-SALES TO WS-GM-PRD-T-SALES(WS-GM-PRD-CNT)
                   MOVE WS-GM-COST TO WS-GM-PRD-T-COST(WS-GM-PRD-CNT)
               ELSE
                   MOVE 'Y' TO WS-GM-PRD-FULL
               END-IF
           END-IF
           MOVE 'N' TO WS-GM-FOUND
           PERFORM VARYING WS-GM-CST-IDX FROM 1 BY 1
               UNTIL WS-GM-CST-IDX > WS-GM-CST-CNT
               IF WS-GM-CST-T-ID(WS-GM-CST-IDX) = WS-GM-CST-ID THEN
                   ADD WS-GM-SALES TO WS-GM-CST-T-SALES(WS-GM-CST-IDX)
                   ADD WS-GM-COST TO WS-GM-CST-T-COST(WS-GM-CST-IDX)
                   MOVE 'Y' TO WS-GM-FOUND
               END-IF
           END-PERFORM
           IF WS-GM-FOUND = 'N' THEN
               IF WS-GM-CST-CNT < 100 THEN
                   ADD 1 TO WS-GM-CST-CNT
                   MOVE WS-GM-CST-ID TO WS-GM-CST-T-ID(WS-GM-CST-CNT)
                   MOVE WS-GM-SALES TO WS-GM-CST-T-SALES(WS-GM-CST-CNT)
                   MOVE WS-GM-COST TO WS-GM-CST-T-COST(WS-GM-CST-CNT)
               ELSE
                   MOVE 'Y' TO WS-GM-CST-FULL
               END-IF
           END-IF
           MOVE 'N' TO WS-GM-FOUND
           PERFORM VARYING WS-GM-REP-IDX FROM 1 BY 1
               UNTIL WS-GM-REP-IDX > WS-GM-REP-CNT
               IF WS-GM-REP-T-ID(WS-GM-REP-IDX) = WS-GM-REP-ID THEN
                   ADD WS-GM-SALES TO WS-GM-REP-T-SALES(WS-GM-REP-IDX)
                   ADD WS-GM-COST TO WS-GM-REP-T-COST(WS-GM-REP-IDX)
                   MOVE 'Y' TO WS-GM-FOUND
               END-IF
           END-PERFORM
           IF WS-GM-FOUND = 'N' THEN
               IF WS-GM-REP-CNT < 50 THEN
                   ADD 1 TO WS-GM-REP-CNT
                   MOVE WS-GM-REP-ID TO WS-GM-REP-T-ID(WS-GM-REP-CNT)
                   MOVE WS-GM-SALES TO WS-GM-REP-T-SALES(WS-GM-REP-CNT)
                   MOVE WS-GM-COST TO WS-GM-REP-T-COST(WS-GM-REP-CNT)
               ELSE
                   MOVE 'Y' TO WS-GM-REP-FULL
               END-IF
           END-IF.

       GM-WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT MARGINRPT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GROSS MARGIN ' WS-RPT-START-DATE ' TO '
               WS-RPT-END-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ID    NAME                 SALES        COST'
               '      MARGIN   PCT' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BY PRODUCT' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           IF WS-GM-PRD-FULL = 'Y' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  *** WARNING: more than 100 distinct products'
                   ' - totals are INCOMPLETE ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           END-IF
           OPEN INPUT PRODUCT
           PERFORM VARYING WS-GM-PRD-IDX FROM 1 BY 1
               UNTIL WS-GM-PRD-IDX > WS-GM-PRD-CNT
               MOVE WS-GM-PRD-T-ID(WS-GM-PRD-IDX) TO PRD-ID
               MOVE WS-GM-PRD-T-ID(WS-GM-PRD-IDX) TO WS-GM-ID-DISP
               READ PRODUCT INTO WS-PRD
                   INVALID KEY MOVE SPACES TO WS-GM-NAME
                   NOT INVALID KEY MOVE WS-PRD-NAME TO WS-GM-NAME
               END-READ
               MOVE WS-GM-PRD-T-SALES(WS-GM-PRD-IDX) TO WS-GM-SALES
               MOVE WS-GM-PRD-T-COST(WS-GM-PRD-IDX) TO WS-GM-COST
               PERFORM GM-WRITE-LINE-PROCEDURE
           END-PERFORM
           CLOSE PRODUCT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BY CUSTOMER' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           IF WS-GM-CST-FULL = 'Y' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  *** WARNING: more than 100 distinct customers'
                   ' - totals are INCOMPLETE ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           END-IF
           OPEN INPUT CUSTOMER
           PERFORM VARYING WS-GM-CST-IDX FROM 1 BY 1
               UNTIL WS-GM-CST-IDX > WS-GM-CST-CNT
               MOVE WS-GM-CST-T-ID(WS-GM-CST-IDX) TO CST-ID
               MOVE WS-GM-CST-T-ID(WS-GM-CST-IDX) TO WS-GM-ID-DISP
               READ CUSTOMER INTO WS-CST
                   INVALID KEY MOVE SPACES TO WS-GM-NAME
                   NOT INVALID KEY MOVE WS-CST-NAME TO WS-GM-NAME
               END-READ
               MOVE WS-GM-CST-T-SALES(WS-GM-CST-IDX) TO WS-GM-SALES
               MOVE WS-GM-CST-T-COST(WS-GM-CST-IDX) TO WS-GM-COST
               PERFORM GM-WRITE-LINE-PROCEDURE
           END-PERFORM
           CLOSE CUSTOMER
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BY SALES REP' DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           IF WS-GM-REP-FULL = 'Y' THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING '  *** WARNING: more than 50 distinct reps'
                   ' - totals are INCOMPLETE ***'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MARGINRPT-FILE FROM WS-RPT-LINE
           END-IF
           OPEN INPUT SALESREP
           PERFORM VARYING WS-GM-REP-IDX FROM 1 BY 1
               UNTIL WS-GM-REP-IDX > WS-GM-REP-CNT
               MOVE WS-GM-REP-T-ID(WS-GM-REP-IDX) TO WS-GM-ID-DISP
               MOVE 'UNASSIGNED' TO WS-GM-NAME
               IF WS-GM-REP-T-ID(WS-GM-REP-IDX) > 0 AND
                   WS-SALESREP-STATUS = '00' THEN
                   MOVE WS-GM-REP-T-ID(WS-GM-REP-IDX) TO REP-ID
                   READ SALESREP INTO WS-REP
                       INVALID KEY MOVE SPACES TO WS-GM-NAME
                       NOT INVALID KEY MOVE WS-REP-NAME TO WS-GM-NAME
                   END-READ
               END-IF
               MOVE WS-GM-REP-T-SALES(WS-GM-REP-IDX) TO WS-GM-SALES
               MOVE WS-GM-REP-T-COST(WS-GM-REP-IDX) TO WS-GM-COST
               PERFORM GM-WRITE-LINE-PROCEDURE
           END-PERFORM
           IF WS-SALESREP-STATUS = '00' THEN
               CLOSE SALESREP
           END-IF
           MOVE 'TOTAL' TO WS-GM-ID-DISP
           MOVE SPACES TO WS-GM-NAME
           MOVE WS-GM-G-SALES TO WS-GM-SALES
           MOVE WS-GM-G-COST TO WS-GM-COST
           PERFORM GM-WRITE-LINE-PROCEDURE
           CLOSE MARGINRPT.

       GM-WRITE-LINE-PROCEDURE.
           COMPUTE WS-GM-MARGIN = WS-GM-SALES - WS-GM-COST
           IF WS-GM-SALES NOT = 0 THEN
               COMPUTE WS-GM-PCT ROUNDED = WS-GM-MARGIN * 100
                   / WS-GM-SALES
                   ON SIZE ERROR MOVE 0 TO WS-GM-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-GM-PCT
           END-IF
           MOVE WS-GM-SALES TO WS-GM-D1
           MOVE WS-GM-COST TO WS-GM-D2
           MOVE WS-GM-MARGIN TO WS-GM-D3
           MOVE WS-GM-PCT TO WS-GM-D4
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-GM-ID-DISP ' ' WS-GM-NAME ' ' WS-GM-D1
               ' ' WS-GM-D2 ' ' WS-GM-D3 ' ' WS-GM-D4
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE MARGINRPT-FILE FROM WS-RPT-LINE.

       VOID-ORDER-PROCEDURE.
           DISPLAY 'Enter order ID to cancel/void:'
               CLOSE VOIDFLAG
           END-IF.

       EOD-RUN-PROCEDURE.
           MOVE 'EODBATCH' TO WS-OPERATOR-ID
           MOVE 9 TO WS-OPR-LEVEL
           MOVE 'Y' TO WS-EOD-MODE
           MOVE 0 TO WS-EOD-MAX-RC
           PERFORM EOD-READ-PARM-PROCEDURE
           IF WS-EOD-PARM-OK = 'N' THEN
               MOVE 16 TO WS-EOD-MAX-RC
               MOVE SPACES TO WS-RPT-LINE
               STRING 'EOD PARAMETER ERROR - ' WS-EOD-MSG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EOD-LOG-LINE-PROCEDURE
           ELSE
               PERFORM EOD-READ-CONTROL-PROCEDURE
               IF WS-EOD-CTL-DATE = WS-BUS-DATE AND
                   WS-EOD-CTL-STATUS = 'C' THEN
                   MOVE 4 TO WS-EOD-MAX-RC
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'EOD ALREADY COMPLETE FOR BUSINESS DATE '
                       WS-EOD-BUS-MMDDYYYY ' - NOTHING RUN'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EOD-LOG-LINE-PROCEDURE
               ELSE
                   IF WS-EOD-CTL-DATE = WS-BUS-DATE THEN
                       COMPUTE WS-EOD-START = WS-EOD-CTL-LAST + 1
                   ELSE
                       MOVE 1 TO WS-EOD-START
                       IF WS-EOD-CTL-DATE > 0 AND
                           WS-EOD-CTL-STATUS NOT = 'C' THEN
                           PERFORM EOD-PRIOR-WARNING-PROCEDURE
                       END-IF
                   END-IF
                   PERFORM EOD-RUN-STEPS-PROCEDURE
               END-IF
           END-IF
           MOVE WS-EOD-MAX-RC TO RETURN-CODE.

       EOD-PRIOR-WARNING-PROCEDURE.
           DIVIDE WS-EOD-CTL-DATE BY 10000 GIVING WS-EOD-SYS-YYYY
               REMAINDER WS-EOD-SYS-MMDD
           COMPUTE WS-EOD-SYS-MMDDYYYY = WS-EOD-SYS-MMDD * 10000
               + WS-EOD-SYS-YYYY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'WARNING - EOD FOR BUSINESS DATE '
               WS-EOD-SYS-MMDDYYYY ' DID NOT COMPLETE'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EOD-LOG-LINE-PROCEDURE.

       EOD-READ-PARM-PROCEDURE.
           MOVE 'Y' TO WS-EOD-PARM-OK
           MOVE 'N' TO WS-EOD-DATE-FND
           MOVE 0 TO WS-EOD-STEP-CNT
           MOVE SPACES TO WS-EOD-MSG
           MOVE 'N' TO WS-EOD-EOF
           OPEN INPUT EODPARM
           IF WS-EODPARM-STATUS NOT = '00' THEN
               MOVE 'N' TO WS-EOD-PARM-OK
               MOVE 'eodparm.dat not found' TO WS-EOD-MSG
           ELSE
               PERFORM UNTIL WS-EOD-EOF='Y'
                   READ EODPARM
                       AT END MOVE 'Y' TO WS-EOD-EOF
                       NOT AT END PERFORM EOD-PARM-RECORD-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE EODPARM
           END-IF
           IF WS-EOD-PARM-OK = 'Y' AND WS-EOD-DATE-FND = 'N' THEN
               MOVE 'N' TO WS-EOD-PARM-OK
               MOVE 'no business date record' TO WS-EOD-MSG
           END-IF
           IF WS-EOD-PARM-OK = 'Y' AND WS-EOD-STEP-CNT = 0 THEN
               MOVE 'N' TO WS-EOD-PARM-OK
               MOVE 'no step records' TO WS-EOD-MSG
           END-IF
           IF WS-EOD-PARM-OK = 'Y' THEN
               MOVE WS-EOD-BUS-MMDDYYYY TO WS-INP-ORD-DATE
               PERFORM VALIDATE-ORDER-DATE-PROCEDURE
               IF WS-DATE-OK = 'N' THEN
                   MOVE 'N' TO WS-EOD-PARM-OK
                   MOVE 'business date invalid or in closed period'
                       TO WS-EOD-MSG
               ELSE
                   MOVE WS-ORD-DATE-NORM TO WS-BUS-DATE
                   MOVE 'Y' TO WS-BUS-DATE-SET
               END-IF
           END-IF.

       EOD-PARM-RECORD-PROCEDURE.
           EVALUATE EOP-D-TYPE
               WHEN 'D'
                   IF EOP-D-DATE IS NUMERIC THEN
                       MOVE EOP-D-DATE TO WS-EOD-BUS-MMDDYYYY
                       MOVE 'Y' TO WS-EOD-DATE-FND
                   ELSE
                       MOVE 'N' TO WS-EOD-PARM-OK
                       MOVE 'business date not numeric' TO WS-EOD-MSG
                   END-IF
               WHEN 'S'
                   IF EOP-S-OPT IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-EOD-PARM-OK
                       MOVE 'step option not numeric' TO WS-EOD-MSG
                   ELSE
                       PERFORM EOD-ADD-STEP-PROCEDURE
                   END-IF
               WHEN '*'
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-EOD-PARM-OK
                   MOVE 'unknown record type' TO WS-EOD-MSG
           END-EVALUATE.

       EOD-ADD-STEP-PROCEDURE.
           EVALUATE EOP-S-OPT
               WHEN 10 WHEN 16 WHEN 19 WHEN 20 WHEN 28 WHEN 33
               WHEN 47
                   IF WS-EOD-STEP-CNT = 20 THEN
                       MOVE 'N' TO WS-EOD-PARM-OK
                       MOVE 'more than 20 steps' TO WS-EOD-MSG
                   ELSE
                       ADD 1 TO WS-EOD-STEP-CNT
                       MOVE EOP-S-OPT TO WS-EOD-T-OPT(WS-EOD-STEP-CNT)
                       EVALUATE TRUE
                           WHEN EOP-S-CRIT = 'Y' OR EOP-S-CRIT = 'N'
                               MOVE EOP-S-CRIT
                                   TO WS-EOD-T-CRIT(WS-EOD-STEP-CNT)
                           WHEN EOP-S-OPT = 19
                               MOVE 'Y'
                                   TO WS-EOD-T-CRIT(WS-EOD-STEP-CNT)
                           WHEN OTHER
                               MOVE 'N'
                                   TO WS-EOD-T-CRIT(WS-EOD-STEP-CNT)
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-EOD-PARM-OK
                   MOVE SPACES TO WS-EOD-MSG
                   STRING 'option ' EOP-S-OPT ' not allowed as a step'
                       DELIMITED BY SIZE INTO WS-EOD-MSG
           END-EVALUATE.

       EOD-READ-CONTROL-PROCEDURE.
           MOVE 0 TO WS-EOD-CTL-DATE
           MOVE 0 TO WS-EOD-CTL-LAST
           MOVE SPACE TO WS-EOD-CTL-STATUS
           OPEN INPUT EODCTL
           IF WS-EODCTL-STATUS = '00' THEN
               READ EODCTL
                   AT END CONTINUE
                   NOT AT END
                   MOVE EOC-BUS-DATE TO WS-EOD-CTL-DATE
                   MOVE EOC-LAST-STEP TO WS-EOD-CTL-LAST
                   MOVE EOC-STATUS TO WS-EOD-CTL-STATUS
               END-READ
               CLOSE EODCTL
           END-IF.

       EOD-WRITE-CONTROL-PROCEDURE.
           OPEN OUTPUT EODCTL
           MOVE WS-BUS-DATE TO EOC-BUS-DATE
           MOVE WS-EOD-CTL-LAST TO EOC-LAST-STEP
           MOVE WS-EOD-CTL-STATUS TO EOC-STATUS
           WRITE EODCTL-FILE
           CLOSE EODCTL.

       EOD-RUN-STEPS-PROCEDURE.
           ACCEPT WS-EOD-SYS-DATE FROM DATE YYYYMMDD
           DIVIDE WS-EOD-SYS-DATE BY 10000 GIVING WS-EOD-SYS-YYYY
               REMAINDER WS-EOD-SYS-MMDD
           COMPUTE WS-EOD-SYS-MMDDYYYY = WS-EOD-SYS-MMDD * 10000
               + WS-EOD-SYS-YYYY
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EOD RUN START - BUSINESS DATE ' WS-EOD-BUS-MMDDYYYY
               ' - SYSTEM ' WS-EOD-SYS-MMDDYYYY ' ' WS-TIME-HHMMSS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EOD-LOG-LINE-PROCEDURE
           IF WS-EOD-START > 1 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'RESTART AT STEP ' WS-EOD-START
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EOD-LOG-LINE-PROCEDURE
           END-IF
           MOVE 'N' TO WS-EOD-HALT
           PERFORM VARYING WS-EOD-IDX FROM 1 BY 1
               UNTIL WS-EOD-IDX > WS-EOD-STEP-CNT
               MOVE WS-EOD-T-OPT(WS-EOD-IDX) TO WS-CHC
               PERFORM EOD-STEP-NAME-PROCEDURE
               EVALUATE TRUE
                   WHEN WS-EOD-IDX < WS-EOD-START
                       MOVE SPACES TO WS-RPT-LINE
                       STRING 'STEP ' WS-EOD-IDX ' OPTION ' WS-CHC
                           ' ' WS-EOD-STEP-NAME
                           ' COMPLETED IN PRIOR RUN'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM EOD-LOG-LINE-PROCEDURE
                   WHEN WS-EOD-HALT = 'Y'
                       MOVE SPACES TO WS-RPT-LINE
                       STRING 'STEP ' WS-EOD-IDX ' OPTION ' WS-CHC
                           ' ' WS-EOD-STEP-NAME ' SKIPPED'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM EOD-LOG-LINE-PROCEDURE
                   WHEN OTHER
                       PERFORM EOD-ONE-STEP-PROCEDURE
               END-EVALUATE
           END-PERFORM
           IF WS-EOD-HALT = 'N' THEN
               MOVE WS-EOD-STEP-CNT TO WS-EOD-CTL-LAST
               MOVE 'C' TO WS-EOD-CTL-STATUS
               PERFORM EOD-WRITE-CONTROL-PROCEDURE
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-RPT-LINE
           IF WS-EOD-HALT = 'N' THEN
               STRING 'EOD RUN END ' WS-TIME-HHMMSS
                   ' - COMPLETION CODE ' WS-EOD-MAX-RC ' - COMPLETE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               COMPUTE WS-EOD-START = WS-EOD-CTL-LAST + 1
               STRING 'EOD RUN END ' WS-TIME-HHMMSS
                   ' - COMPLETION CODE ' WS-EOD-MAX-RC
                   ' - RERUN RESTARTS AT STEP ' WS-EOD-START
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EOD-LOG-LINE-PROCEDURE
           MOVE 'EODRUN' TO WS-AUD-ACTION
           MOVE WS-EOD-BUS-MMDDYYYY TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-LOG-PROCEDURE.

       EOD-STEP-NAME-PROCEDURE.
           EVALUATE WS-CHC
               WHEN 10
                   MOVE 'BATCH ORDERS' TO WS-EOD-STEP-NAME
               WHEN 16
                   MOVE 'PICK LISTS' TO WS-EOD-STEP-NAME
               WHEN 19
                   MOVE 'DATA AUDIT' TO WS-EOD-STEP-NAME
               WHEN 20
                   MOVE 'GL EXTRACT' TO WS-EOD-STEP-NAME
               WHEN 28
                   MOVE 'STATEMENTS' TO WS-EOD-STEP-NAME
               WHEN 33
                   MOVE 'BACKUP' TO WS-EOD-STEP-NAME
               WHEN 47
                   MOVE 'STANDING ORDER' TO WS-EOD-STEP-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-EOD-STEP-NAME
           END-EVALUATE.

       EOD-ONE-STEP-PROCEDURE.
           COMPUTE WS-EOD-CTL-LAST = WS-EOD-IDX - 1
           MOVE 'R' TO WS-EOD-CTL-STATUS
           PERFORM EOD-WRITE-CONTROL-PROCEDURE
           MOVE 0 TO WS-EOD-RC
           MOVE 0 TO WS-EOD-CNT-READ
           MOVE 0 TO WS-EOD-CNT-WRITTEN
           MOVE 0 TO WS-EOD-CNT-EXC
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-EOD-START-TIME
           EVALUATE WS-CHC
               WHEN 10
                   PERFORM BATCH-ORDER-PROCEDURE
                   IF WS-TXNIN-STATUS NOT = '00' THEN
                       MOVE 4 TO WS-EOD-RC
                   ELSE
                       MOVE WS-BAT-READ-CNT TO WS-EOD-CNT-READ
                       MOVE WS-BAT-ORD-CNT TO WS-EOD-CNT-WRITTEN
                       COMPUTE WS-EOD-CNT-EXC = WS-BAT-ORD-SKIP-CNT
                           + WS-BAT-LINE-SKIP-CNT
                       IF WS-EOD-CNT-EXC > 0 THEN
                           MOVE 4 TO WS-EOD-RC
                       END-IF
                   END-IF
               WHEN 16
                   PERFORM PICK-LIST-PROCEDURE
                   COMPUTE WS-EOD-CNT-READ = WS-PICK-CNT
                       + WS-PICK-HELD-CNT
                   MOVE WS-PICK-CNT TO WS-EOD-CNT-WRITTEN
                   MOVE WS-PICK-HELD-CNT TO WS-EOD-CNT-EXC
               WHEN 19
                   PERFORM AUDIT-PROCEDURE
                   COMPUTE WS-EOD-CNT-READ = WS-AUD-ORD-CNT
                       + WS-AUD-ORDL-CNT + WS-AUD-VOID-CNT
                       + WS-AUD-CST-CNT + WS-AUD-PRD-CNT
                       + WS-AUD-PAY-CNT + WS-AUD-CM-CNT
                       + WS-AUD-SM-CNT
                   MOVE WS-EXC-CNT TO WS-EOD-CNT-EXC
                   IF WS-EXC-CNT > 0 THEN
                       MOVE 4 TO WS-EOD-RC
                   END-IF
               WHEN 20
                   PERFORM GL-EXTRACT-PROCEDURE
                   IF WS-GLX-MARKED = 'Y' THEN
                       MOVE 4 TO WS-EOD-RC
                   ELSE
                       MOVE WS-GLX-COUNT TO WS-EOD-CNT-WRITTEN
                   END-IF
               WHEN 28
                   PERFORM EOD-STMT-MONTH-PROCEDURE
                   MOVE 0 TO WS-STMT-CST-CNT
                   PERFORM STATEMENT-RUN-PROCEDURE
                   IF WS-PER-CHK NOT > WS-PER-ARCH-THRU THEN
                       MOVE 8 TO WS-EOD-RC
                   ELSE
                       MOVE WS-STMT-CST-CNT TO WS-EOD-CNT-WRITTEN
                   END-IF
               WHEN 33
                   PERFORM BACKUP-PROCEDURE
                   MOVE WS-BCK-CNT TO WS-EOD-CNT-WRITTEN
               WHEN 47
                   PERFORM STO-RUN-PROCEDURE
                   MOVE WS-STO-DUE-CNT TO WS-EOD-CNT-READ
                   MOVE WS-STO-GEN-CNT TO WS-EOD-CNT-WRITTEN
                   MOVE WS-STO-SKIP-CNT TO WS-EOD-CNT-EXC
                   IF WS-STO-SKIP-CNT > 0 THEN
                       MOVE 4 TO WS-EOD-RC
                   END-IF
           END-EVALUATE
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-EOD-END-TIME
           IF WS-EOD-RC > WS-EOD-MAX-RC THEN
               MOVE WS-EOD-RC TO WS-EOD-MAX-RC
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'STEP ' WS-EOD-IDX ' OPTION ' WS-CHC ' '
               WS-EOD-STEP-NAME ' START ' WS-EOD-START-TIME
               ' END ' WS-EOD-END-TIME ' CC ' WS-EOD-RC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EOD-LOG-LINE-PROCEDURE
           MOVE WS-EOD-CNT-READ TO WS-EOD-D1
           MOVE WS-EOD-CNT-WRITTEN TO WS-EOD-D2
           MOVE WS-EOD-CNT-EXC TO WS-EOD-D3
           MOVE SPACES TO WS-RPT-LINE
           STRING '        READ ' WS-EOD-D1 ' WRITTEN ' WS-EOD-D2
               ' EXCEPTIONS ' WS-EOD-D3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EOD-LOG-LINE-PROCEDURE
           IF WS-EOD-RC NOT < 8 OR
               (WS-EOD-RC NOT < 4 AND WS-EOD-T-CRIT(WS-EOD-IDX) = 'Y')
               THEN
               MOVE 'Y' TO WS-EOD-HALT
               IF WS-EOD-MAX-RC < 8 THEN
                   MOVE 8 TO WS-EOD-MAX-RC
               END-IF
               COMPUTE WS-EOD-CTL-LAST = WS-EOD-IDX - 1
               MOVE 'F' TO WS-EOD-CTL-STATUS
               PERFORM EOD-WRITE-CONTROL-PROCEDURE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-EOD-RC < 8 THEN
                   STRING 'STEP ' WS-EOD-IDX ' IS CRITICAL AND'
                       ' REPORTED EXCEPTIONS - LATER STEPS SKIPPED'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING 'STEP ' WS-EOD-IDX ' FAILED - LATER STEPS'
                       ' SKIPPED'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM EOD-LOG-LINE-PROCEDURE
           ELSE
               MOVE WS-EOD-IDX TO WS-EOD-CTL-LAST
               MOVE 'R' TO WS-EOD-CTL-STATUS
               PERFORM EOD-WRITE-CONTROL-PROCEDURE
           END-IF.

       EOD-STMT-MONTH-PROCEDURE.
           DIVIDE WS-BUS-DATE BY 100 GIVING WS-EOD-YM
           IF WS-EOD-MM = 1 THEN
               SUBTRACT 1 FROM WS-EOD-YYYY
               MOVE 12 TO WS-EOD-MM
           ELSE
               SUBTRACT 1 FROM WS-EOD-MM
           END-IF
           COMPUTE WS-EOD-STMT-MMYYYY = WS-EOD-MM * 10000
               + WS-EOD-YYYY.

       EOD-LOG-LINE-PROCEDURE.
           OPEN EXTEND EODLOG
           IF WS-EODLOG-STATUS NOT = '00' THEN
               OPEN OUTPUT EODLOG
           END-IF
           WRITE EODLOG-FILE FROM WS-RPT-LINE
           CLOSE EODLOG
           DISPLAY WS-RPT-LINE.

       BATCH-ORDER-PROCEDURE.
           OPEN INPUT TXNIN
           IF WS-TXNIN-STATUS NOT = '00' THEN
                   MOVE WS-TXN-CST-ID TO WS-BATCH-CST-ID
                   MOVE WS-TXN-ORD-DATE TO WS-BATCH-ORD-DATE
                   MOVE WS-TXN-REP-ID TO WS-BATCH-REP-ID
                   MOVE WS-BATCH-CST-ID TO WS-INP-CST-ID
                   MOVE WS-BATCH-ORD-DATE TO WS-INP-ORD-DATE
                   MOVE 0 TO WS-LINE-CNT
                   MOVE 0 TO WS-PEND-BO-CNT
                   MOVE 0 TO WS-ORD-TOTAL-COST
                               PERFORM GET-DISCOUNTED-PRICE-PROCEDURE
                               MOVE WS-DISC-PRICE
                                   TO WS-ORDL-T-PRICE(WS-LINE-CNT)
                               MOVE WS-DISC-CONTRACT
                                   TO WS-ORDL-T-CONTRACT(WS-LINE-CNT)
                               ADD WS-GROSS-LINE
                                   TO WS-ORD-GROSS-TOTAL
                               MULTIPLY WS-DISC-PRICE BY WS-INP-QUAN
                       DISPLAY 'Batch: invalid order date for'
                           ' customer 'WS-BATCH-CST-ID' - order'
                           ' skipped.'
                       IF WS-PER-LOCKED = 'Y' THEN
                           MOVE 'DATE IN CLOSED PERIOD'
                               TO WS-TE-REASON
                       ELSE
                           MOVE 'INVALID ORDER DATE' TO WS-TE-REASON
                       END-IF
                       PERFORM WRITE-GROUP-ERRORS-PROCEDURE
                       PERFORM WRITE-PENDING-BO-ERRORS-PROCEDURE
                   ELSE
                           PERFORM WRITE-GROUP-ERRORS-PROCEDURE
                           PERFORM WRITE-PENDING-BO-ERRORS-PROCEDURE
                       ELSE
                           PERFORM CREDIT-CHECK-PROCEDURE
                           IF WS-CREDIT-OK = 'N' THEN
                               DISPLAY 'Batch: customer '
                                   WS-BATCH-CST-ID' failed credit'
                                   ' check - order skipped.'
                               MOVE WS-CREDIT-REASON TO WS-TE-REASON
                               PERFORM WRITE-GROUP-ERRORS-PROCEDURE
                               PERFORM
                                   WRITE-PENDING-BO-ERRORS-PROCEDURE
                           ELSE
                               PERFORM BATCH-POST-ORDER-PROCEDURE
                           END-IF
                       END-IF
                   END-IF
               END-IF
