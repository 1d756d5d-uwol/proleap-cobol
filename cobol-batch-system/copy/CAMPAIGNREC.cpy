*> Marketing campaign master record on CAMPAIGN.DAT, keyed by
*> campaign code and maintained through CampaignMaint. The selection
*> criteria are ANDed together and a blank or zero criterion does not
*> select: on the person (gender, an age band on the run date, a city,
*> a postal-code prefix), on the household HouseholdBuild formed
*> (a minimum household size, and one piece per household rather
*> than per person), and on purchases - the net the person has bought
*> across the cataloged SALES generations over the look-back months
*> (zero months = all history), with buyers only, non-buyers only, or
*> a minimum spend - and on the customer segment the month-end
*> CustomerScoring run last gave the person on RFMSCORE.DAT (active,
*> lapsing, lapsed or never bought). People on the CAMPSUPP.DAT
*> suppression list are never selected. CampaignSelect mails the
*> campaign any time before its window closes and stamps the first
*> selection date and the pieces mailed here;
*> CampaignResponse credits orders and sales from the people mailed,
*> dated inside the window, back to the campaign.
 01 CampaignRec.
    05 CMP-CAMPAIGN-CODE     PIC X(6).
    05 CMP-DESCRIPTION       PIC X(30).
    05 CMP-START-DATE        PIC 9(8).
    05 CMP-END-DATE          PIC 9(8).
    05 CMP-GENDER            PIC X.
    05 CMP-AGE-MIN           PIC 9(3).
    05 CMP-AGE-MAX           PIC 9(3).
    05 CMP-CITY              PIC X(15).
    05 CMP-POSTAL-PREFIX     PIC X(3).
    05 CMP-HOUSEHOLD-RULE    PIC X.
       88 CmpOnePerHousehold VALUE "Y".
    05 CMP-MIN-HOUSEHOLD-SIZE PIC 9(2).
    05 CMP-BUYER-RULE        PIC X.
       88 CmpBuyersOnly      VALUE "B".
       88 CmpNonBuyersOnly   VALUE "N".
    05 CMP-MIN-SPEND         PIC 9(7)V99.
    05 CMP-LOOKBACK-MONTHS   PIC 9(2).
    05 CMP-SEGMENT           PIC X.
       88 CmpAnySegment      VALUE SPACE.
    05 CMP-SELECTED-DATE     PIC 9(8).
    05 CMP-MAILED-COUNT      PIC 9(7).
    05 CMP-SET-BY            PIC X(8).
    05 CMP-SET-DATE          PIC 9(8).
