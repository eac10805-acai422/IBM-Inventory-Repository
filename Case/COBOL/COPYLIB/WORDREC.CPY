      *** transactions -- component issues and the parent receipt
      *** under the one work-order document -- which STKPOST posts
      *** with its full edits, so a kit's cost and CASMHIST
      *** history trace back to its components. A disassembly
      *** order runs the other way, returning an obsolete kit's
      *** components to stock under the same document.
      ***
           10 WO-DOC-NUMBER    PIC X(08).
           10 WO-PARENT        PIC X(09).
           10 WO-BUILD-QTY     PIC 9(05).
           10 WO-BUILD-DATE    PIC 9(08).
      *    blank or 'A' builds the kit; 'D' breaks finished kits
      *    back down -- one issue of the parent and a receipt of
      *    each component, the parent's cost spread back over them.
           10 WO-TYPE          PIC X(01).
               88 WO-IS-ASSEMBLY    VALUE 'A' ' '.
               88 WO-IS-DISASSEMBLY VALUE 'D'.
           10 FILLER           PIC X(49).
