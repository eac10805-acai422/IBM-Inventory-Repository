      ***
      *** BOMDETL - kit component structure record (CASBOM KSDS,
      *** keyed by parent part plus component part plus the date
      *** the link takes effect, so each kit's components form one
      *** contiguous key group and each link's revisions follow
      *** one another in date order). BOM-QTY-PER is how many of
      *** the component go into one parent. A link is in effect
      *** from BOM-EFF-FROM up to but not including BOM-EFF-TO;
      *** zero in BOM-EFF-TO leaves it open-ended, so an
      *** engineering change ends the old link and starts the
      *** new one on the same cut-over date. BOMMAINT applies the
      *** changes and journals them. KITAVAIL explodes each parent
      *** through CASEIN lookups to compute the buildable quantity
      *** and its limiting component; KITCOST rolls each parent's
      *** standard cost up through it.
      ***
           10 BOM-KEY.
              15 BOM-PARENT    PIC X(09).
              15 BOM-COMPONENT PIC X(09).
              15 BOM-EFF-FROM  PIC 9(08).
           10 BOM-QTY-PER      PIC 9(03).
           10 BOM-EFF-TO       PIC 9(08).
           10 BOM-REVISION     PIC X(02).
           10 FILLER           PIC X(41).
