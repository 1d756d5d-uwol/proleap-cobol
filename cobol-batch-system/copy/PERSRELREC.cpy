*> Person relationship on RELATION.DAT, keyed by the PersonId pair -
*> the person the record belongs to, then the person they are related
*> to - and maintained (with audit) through SeqMaint's R transaction.
*> Every relationship is held in both directions, the reciprocal
*> written with it: a spouse is SP both ways, a parent PA on the
*> child's record is CH on the parent's, a guardian GU on the ward's
*> record is WA on the guardian's. The type says what the related
*> person is to this one. A relationship is in effect from its
*> effective-from date through its effective-to date (zero while it
*> is open). HouseholdBuild groups related people into one household
*> and Correspondence addresses letters about a minor to the minor's
*> guardian or parent.
 01 PersonRelationRec.
    05 REL-KEY.
       10 REL-PERSON-ID      PIC 9(6).
       10 REL-RELATED-ID     PIC 9(6).
    05 REL-TYPE              PIC XX.
       88 RelSpouse    VALUE "SP".
       88 RelParent    VALUE "PA".
       88 RelChild     VALUE "CH".
       88 RelGuardian  VALUE "GU".
       88 RelWard      VALUE "WA".
       88 RelTypeValid VALUES "SP" "PA" "CH" "GU" "WA".
    05 REL-EFFECTIVE-FROM    PIC 9(8).
    05 REL-EFFECTIVE-TO      PIC 9(8).
       88 RelOpenEnded VALUE ZERO.
    05 REL-SET-BY            PIC X(8).
    05 REL-SET-DATE          PIC 9(8).
