      *****************************************************************
      *Shared vendor master record layout - the indexed vendor master
      *at A2-Vendor.dat, keyed on the same four-character vendor code
      *ITEMREC's il-vendor-code carries. Maintained by A2-VendMaint;
      *read by A2-ItemMaint to refuse an item pointing at a vendor
      *that is not on file or no longer active, and by A2-POGen to
      *address each PO, bring the order up to the vendor's minimum
      *and date its expected arrival. vn-lead-time is in calendar
      *days. vn-min-order-qty is the fewest units the vendor ships
      *on a PO line; vn-min-order-value is the smallest PO the vendor
      *accepts, at the PO cost - zero in either means no minimum.
      *vn-active is "Y" for a vendor we buy from, "N" for one we no
      *longer do.
      *****************************************************************
       01 vendor-line.
         05 vn-vendor-code          pic x(4).
         05 vn-name                 pic x(20).
         05 vn-address              pic x(30).
         05 vn-lead-time            pic 999.
         05 vn-min-order-qty        pic 999.
         05 vn-min-order-value      pic 9(7)v99.
         05 vn-active               pic x(1).

      *This redefines the numeric fields as plain text so a raw value
      *can be shown on a listing even when it fails a numeric check -
      *same pattern as ITEMREC's raw redefines.
       01 vendor-line-raw redefines vendor-line.
         05 filler                  pic x(54).
         05 vn-lead-time-raw        pic x(3).
         05 vn-min-order-qty-raw    pic x(3).
         05 vn-min-order-value-raw  pic x(9).
         05 filler                  pic x(1).
