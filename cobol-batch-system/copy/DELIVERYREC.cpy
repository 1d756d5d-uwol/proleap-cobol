*> One delivery made by ReportBurst, appended to DELIVERY.DAT: the
*> run date, the report, the recipient and the form and destination
*> it went in, the DLV.<recipient>.<report>.<date> file that holds it
*> and its line count. A recipient whose sections were all absent
*> tonight is registered with status N and nothing to send, so
*> "did the north region get its statement on Tuesday" has an answer
*> either way.
 01 DeliveryRec.
    05 DLV-RUN-DATE      PIC 9(8).
    05 DLV-REPORT-NAME   PIC X(20).
    05 DLV-RECIPIENT-ID  PIC X(8).
    05 DLV-FORM          PIC X.
    05 DLV-DESTINATION   PIC X(40).
    05 DLV-FILE-NAME     PIC X(60).
    05 DLV-LINE-COUNT    PIC 9(7).
    05 DLV-STATUS        PIC X.
       88 DlvDelivered   VALUE "D".
       88 DlvNothingSent VALUE "N".
