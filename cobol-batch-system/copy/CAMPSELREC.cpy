*> One person mailed for a campaign, on CAMPSEL.DAT keyed by campaign
*> code and PersonId. CampaignSelect writes the entry with the date
*> and address the piece went to; a person already on file for the
*> campaign is not mailed again when the selection is rerun.
*> CampaignResponse clears and re-credits the response fields on every
*> run - the orders (INVHIST.DAT invoices less credit memos, net of
*> tax) and the sales (SALES generations naming the person as buyer)
*> dated from the mailing to the end of the campaign window.
 01 CampaignSelectionRec.
    05 CSL-KEY.
       10 CSL-CAMPAIGN-CODE  PIC X(6).
       10 CSL-PERSON-ID      PIC 9(6).
    05 CSL-MAILED-DATE       PIC 9(8).
    05 CSL-HOUSEHOLD-NO      PIC 9(7).
    05 CSL-STREET            PIC X(20).
    05 CSL-CITY              PIC X(15).
    05 CSL-POSTAL-CODE       PIC X(8).
    05 CSL-ORDER-COUNT       PIC 9(5).
    05 CSL-ORDER-AMOUNT      PIC S9(9)V99.
    05 CSL-SALE-COUNT        PIC 9(5).
    05 CSL-SALE-AMOUNT       PIC S9(9)V99.
    05 CSL-FIRST-RESPONSE    PIC 9(8).
